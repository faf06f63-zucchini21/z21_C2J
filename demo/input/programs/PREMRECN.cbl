       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMRECN.
      *================================================================*
      * 査定保険料・請求保険料照合バッチプログラム
      * 保険料計算（INSCALC）の計算結果ファイル（RESOUT）の合計
      * 保険料（契約合計レコード。被保険者別明細は読み飛ばす）を、
      * 契約マスタ（CONTMAST）の請求保険料（更新のたびに
      * PREMCALCが繰り越す）と契約番号で突き合わせ、許容差額
      * （PRECPRM、既定100円）を超える乖離を照合表（PRECRPT）へ
      * 出力する。乖離は被保険者明細（INSDMAST）の等級を用いて
      * 保険種別・等級別に集計する。
      * 有効契約（状態A・空白）のみを照合対象とし、満了・払済・
      * 解約の契約は対象外とする。
      * 訂正承認ファイル（PRECAPPR: 照合表を確認のうえ訂正を承認
      * した契約番号）があれば、承認済みかつ許容差額超過の契約に
      * ついて計算結果の保険料で置き換えた訂正トランザクションを
      * CMTRANIN形式（ヘッダ・トレーラ付き）で出力する
      * （PRECCORR）。訂正はCONTBTCHで適用し、更新前イメージは
      * 通常どおりCTBIMGへ記録される。承認ファイルがなければ
      * 照合表のみを出力する。
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYHDTRL（外部機関交換ファイル制御レコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-RESULT-FILE
               ASSIGN TO 'RESOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    保険種別・等級別集計のための被保険者明細マスタ
           SELECT INSURED-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-INS-STATUS.
           SELECT IN-RECON-PARAM-FILE
               ASSIGN TO 'PRECPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT IN-APPROVAL-FILE
               ASSIGN TO 'PRECAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'PRECRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    訂正トランザクション（CMTRANIN形式。CONTBTCHの入力）
           SELECT OUT-CORRECTION-FILE
               ASSIGN TO 'PRECCORR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    INSCALCの計算結果レコード（INSCALCと同一レイアウト）
       FD  IN-RESULT-FILE.
       01  IN-RESULT-REC.
           05  OR-CONTRACT-NO        PIC X(10).
           05  OR-HOLDER-NAME        PIC N(20).
           05  OR-BASE-PREMIUM       PIC 9(7)V99.
           05  OR-RIDER-PREMIUM      PIC 9(7)V99.
           05  OR-TOTAL-PREMIUM      PIC 9(7)V99.
           05  OR-CALC-DATE          PIC 9(8).
           05  OR-RECORD-TYPE        PIC X(1).
               88  OR-REC-DETAIL     VALUE 'D'.
               88  OR-REC-TOTAL      VALUE 'T'.
           05  OR-INSURED-SEQ        PIC 9(2).
           05  FILLER                PIC X(32).

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  INSURED-FILE.
           COPY CPYINSD.

       FD  IN-RECON-PARAM-FILE.
       01  RECON-PARAM-REC.
           05  RC-TOLERANCE-AMT      PIC 9(7)V99.
           05  FILLER                PIC X(71).

      *    訂正承認レコード（承認した契約番号を1件1契約で記載）
       FD  IN-APPROVAL-FILE.
       01  APPROVAL-REC.
           05  RA-CONTRACT-NO        PIC X(10).
           05  RA-APPROVER-ID        PIC X(8).
           05  FILLER                PIC X(62).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    保守トランザクション（処理区分＋契約レコードイメージ。
      *    CONTBTCHのMAINT-TRAN-RECと同一の並び・長さ）
       FD  OUT-CORRECTION-FILE.
       01  OUT-CORRECTION-REC.
           05  CX-ACTION             PIC X(1).
           05  CX-CONTRACT-IMAGE     PIC X(113).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-RES-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-INS-STATUS         PIC X(2).
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-APR-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-COR-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-INS-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-INS-AVAIL      VALUE 'Y'.
           05  WS-APR-AVAIL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-APR-AVAIL      VALUE 'Y'.
           05  WS-APPROVED-FLAG      PIC X(1) VALUE 'N'.
               88  WS-APPROVED       VALUE 'Y'.
           05  WS-GRP-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-GRP-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-MATCH-CNT          PIC 9(7) VALUE ZERO.
           05  WS-VARIANCE-CNT       PIC 9(7) VALUE ZERO.
           05  WS-NOTFOUND-CNT       PIC 9(7) VALUE ZERO.
           05  WS-INACTIVE-CNT       PIC 9(7) VALUE ZERO.
           05  WS-CORRECT-CNT        PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

       01  WS-RECON-WORK.
      *    許容差額（パラメータなし・ゼロの場合は既定値100円）
           05  WS-TOLERANCE-AMT      PIC 9(7)V99 VALUE 100.
      *    差額 = 請求保険料 − 計算保険料（正は過大請求）
           05  WS-VARIANCE           PIC S9(7)V99.
           05  WS-ABS-VARIANCE       PIC 9(7)V99.
           05  WS-WORK-GRADE         PIC X(2).
           05  WS-CORR-AMT-TOTAL     PIC 9(13)V99 VALUE ZERO.

      *    訂正承認済みの契約番号テーブル
       01  WS-APPROVAL-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-APPROVAL-TABLE.
           05  WS-APR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-APR-IDX.
               10  WS-AP-CONTRACT-NO PIC X(10).

      *    保険種別・等級別の照合集計テーブル
       01  WS-GRP-SUMMARY-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-GRP-SUMMARY-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-GRP-IDX.
               10  WS-GS-PLAN-CODE   PIC X(3).
               10  WS-GS-GRADE       PIC X(2).
               10  WS-GS-MATCH-CNT   PIC 9(7).
               10  WS-GS-VAR-CNT     PIC 9(7).
               10  WS-GS-OVER-TOTAL  PIC 9(11)V99.
               10  WS-GS-UNDER-TOTAL PIC 9(11)V99.

       COPY CPYHDTRL.

       01  WS-RPT-WORK.
           05  WS-RPT-AMT-EDIT       PIC Z,ZZZ,ZZ9.99.
           05  WS-RPT-VAR-EDIT       PIC -Z,ZZZ,ZZ9.99.
           05  WS-RPT-TOT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM READ-RESULT-REC.
           PERFORM PROCESS-LOOP
               UNTIL WS-EOF.
           PERFORM WRITE-GROUP-SUMMARY.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           OPEN INPUT IN-RESULT-FILE.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY '計算結果ファイルオープンエラー: '
                   WS-RES-STATUS
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
           OPEN INPUT INSURED-FILE.
           IF WS-INS-STATUS = '00'
               SET WS-INS-AVAIL TO TRUE
           END-IF.
           PERFORM LOAD-RECON-PARAMS.
           PERFORM LOAD-APPROVALS.
           OPEN OUTPUT OUT-REPORT-FILE.
           IF WS-APR-AVAIL
               OPEN OUTPUT OUT-CORRECTION-FILE
               PERFORM WRITE-CORRECTION-HEADER
           END-IF.
           PERFORM OPEN-CTLTOTAL.
           PERFORM WRITE-REPORT-HEADER.

      *    許容差額を読み込む（パラメータなし・ゼロの場合は
      *    既定値100円を使用する）
       LOAD-RECON-PARAMS.
           OPEN INPUT IN-RECON-PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ IN-RECON-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-TOLERANCE-AMT > ZERO
                           MOVE RC-TOLERANCE-AMT
                               TO WS-TOLERANCE-AMT
                       END-IF
               END-READ
               CLOSE IN-RECON-PARAM-FILE
           END-IF.

      *    訂正承認ファイルを読み込む（なければ訂正は出力しない）
       LOAD-APPROVALS.
           OPEN INPUT IN-APPROVAL-FILE.
           IF WS-APR-STATUS = '00'
               SET WS-APR-AVAIL TO TRUE
               PERFORM READ-APPROVAL-REC
               PERFORM LOAD-APPROVAL-ENTRY
                   UNTIL WS-EOF
               CLOSE IN-APPROVAL-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       READ-APPROVAL-REC.
           READ IN-APPROVAL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-APPROVAL-ENTRY.
           IF RA-CONTRACT-NO NOT = SPACES
               IF WS-APPROVAL-COUNT < 2000
                   ADD 1 TO WS-APPROVAL-COUNT
                   MOVE RA-CONTRACT-NO
                       TO WS-AP-CONTRACT-NO(WS-APPROVAL-COUNT)
               ELSE
                   DISPLAY '承認テーブル満杯: ' RA-CONTRACT-NO
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.
           PERFORM READ-APPROVAL-REC.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    訂正ファイルの先頭へヘッダ制御レコードを書き出す
      *    （CONTBTCHが件数・金額ハッシュを検証する）
       WRITE-CORRECTION-HEADER.
           MOVE 'H' TO IF-HD-RECORD-TYPE.
           MOVE WS-CURRENT-DATE TO IF-HD-CREATE-DATE.
           MOVE WS-RUN-START-TIME TO IF-HD-CREATE-TIME.
           MOVE ZERO TO IF-HD-GENERATION.
           WRITE OUT-CORRECTION-REC FROM IF-HEADER-REC.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 査定保険料・請求保険料照合表 *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE WS-TOLERANCE-AMT TO WS-RPT-AMT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
                  '  許容差額: ' WS-RPT-AMT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '契約番号'   TO OUT-REPORT-REC(1:12).
           MOVE '種別'       TO OUT-REPORT-REC(13:6).
           MOVE '等級'       TO OUT-REPORT-REC(19:6).
           MOVE '請求保険料' TO OUT-REPORT-REC(25:15).
           MOVE '計算保険料' TO OUT-REPORT-REC(40:15).
           MOVE '差額'       TO OUT-REPORT-REC(55:6).
           WRITE OUT-REPORT-REC.

      *    被保険者別明細（区分D）は読み飛ばし、契約合計のみを
      *    照合する
       READ-RESULT-REC.
           MOVE 'D' TO OR-RECORD-TYPE.
           PERFORM READ-RESULT-NEXT
               UNTIL WS-EOF OR NOT OR-REC-DETAIL.

       READ-RESULT-NEXT.
           READ IN-RESULT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       PROCESS-LOOP.
           MOVE OR-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM REPORT-NOT-ON-MASTER
               NOT INVALID KEY
                   IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
                       PERFORM RECONCILE-CONTRACT
                   ELSE
                       ADD 1 TO WS-INACTIVE-CNT
                   END-IF
           END-READ.
           PERFORM READ-RESULT-REC.

       REPORT-NOT-ON-MASTER.
           ADD 1 TO WS-NOTFOUND-CNT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE OR-CONTRACT-NO TO OUT-REPORT-REC(1:10).
           MOVE OR-TOTAL-PREMIUM TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(40:12).
           MOVE '契約マスタになし' TO OUT-REPORT-REC(55:24).
           WRITE OUT-REPORT-REC.

      *    請求保険料と計算保険料の差額を求め、許容差額を超えれば
      *    照合表へ出力し、承認済みであれば訂正を出力する
       RECONCILE-CONTRACT.
           ADD 1 TO WS-MATCH-CNT.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-VARIANCE =
               CT-PREMIUM-AMOUNT - OR-TOTAL-PREMIUM.
           IF WS-VARIANCE < ZERO
               COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-GRP-FOUND
               ADD 1 TO WS-GS-MATCH-CNT(WS-GRP-IDX)
           END-IF.
           IF WS-ABS-VARIANCE > WS-TOLERANCE-AMT
               ADD 1 TO WS-VARIANCE-CNT
               PERFORM TALLY-GROUP-VARIANCE
               PERFORM CHECK-APPROVAL
               PERFORM WRITE-VARIANCE-LINE
               IF WS-APPROVED
                   PERFORM WRITE-CORRECTION
               END-IF
           END-IF.

      *    主たる被保険者（連番01）の明細から等級を引き当てる
      *    （未登録は '**'）
       LOOKUP-GRADE.
           MOVE '**' TO WS-WORK-GRADE.
           IF WS-INS-AVAIL
               MOVE CT-CONTRACT-NO TO ID-CONTRACT-NO
               MOVE 01 TO ID-INSURED-SEQ
               READ INSURED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-GRADE TO WS-WORK-GRADE
               END-READ
           END-IF.

      *    保険種別・等級別の集計エントリを検索し、なければ追加する
       FIND-GROUP-ENTRY.
           MOVE 'N' TO WS-GRP-FOUND-FLAG.
           SET WS-GRP-IDX TO 1.
           PERFORM UNTIL WS-GRP-IDX > WS-GRP-SUMMARY-COUNT
                   OR WS-GRP-FOUND
               IF WS-GS-PLAN-CODE(WS-GRP-IDX) = CT-PLAN-CODE
                       AND WS-GS-GRADE(WS-GRP-IDX) = WS-WORK-GRADE
                   SET WS-GRP-FOUND TO TRUE
               ELSE
                   SET WS-GRP-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-GRP-FOUND
               IF WS-GRP-SUMMARY-COUNT < 200
                   ADD 1 TO WS-GRP-SUMMARY-COUNT
                   SET WS-GRP-IDX TO WS-GRP-SUMMARY-COUNT
                   MOVE CT-PLAN-CODE
                       TO WS-GS-PLAN-CODE(WS-GRP-IDX)
                   MOVE WS-WORK-GRADE
                       TO WS-GS-GRADE(WS-GRP-IDX)
                   MOVE ZERO TO WS-GS-MATCH-CNT(WS-GRP-IDX)
                   MOVE ZERO TO WS-GS-VAR-CNT(WS-GRP-IDX)
                   MOVE ZERO TO WS-GS-OVER-TOTAL(WS-GRP-IDX)
                   MOVE ZERO TO WS-GS-UNDER-TOTAL(WS-GRP-IDX)
                   SET WS-GRP-FOUND TO TRUE
               ELSE
      *            集計テーブル満杯: 明細には載るが集計へ反映
      *            できないため、エラーとして報告する
                   DISPLAY '種別等級集計テーブル満杯: '
                           CT-PLAN-CODE ' ' WS-WORK-GRADE
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.

       TALLY-GROUP-VARIANCE.
           IF WS-GRP-FOUND
               ADD 1 TO WS-GS-VAR-CNT(WS-GRP-IDX)
               IF WS-VARIANCE > ZERO
                   ADD WS-ABS-VARIANCE
                       TO WS-GS-OVER-TOTAL(WS-GRP-IDX)
               ELSE
                   ADD WS-ABS-VARIANCE
                       TO WS-GS-UNDER-TOTAL(WS-GRP-IDX)
               END-IF
           END-IF.

       CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVED-FLAG.
           IF WS-APR-AVAIL
               SET WS-APR-IDX TO 1
               PERFORM UNTIL WS-APR-IDX > WS-APPROVAL-COUNT
                       OR WS-APPROVED
                   IF WS-AP-CONTRACT-NO(WS-APR-IDX)
                           = CT-CONTRACT-NO
                       SET WS-APPROVED TO TRUE
                   ELSE
                       SET WS-APR-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-VARIANCE-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE CT-CONTRACT-NO TO OUT-REPORT-REC(1:10).
           MOVE CT-PLAN-CODE   TO OUT-REPORT-REC(13:3).
           MOVE WS-WORK-GRADE  TO OUT-REPORT-REC(19:2).
           MOVE CT-PREMIUM-AMOUNT TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(25:12).
           MOVE OR-TOTAL-PREMIUM TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(40:12).
           MOVE WS-VARIANCE TO WS-RPT-VAR-EDIT.
           MOVE WS-RPT-VAR-EDIT TO OUT-REPORT-REC(55:13).
           IF WS-APPROVED
               MOVE '訂正出力' TO OUT-REPORT-REC(69:12)
           END-IF.
           WRITE OUT-REPORT-REC.

      *    承認済みの乖離について、マスタの現行イメージの保険料を
      *    計算保険料で置き換えた訂正(C)トランザクションを出力する
       WRITE-CORRECTION.
           MOVE OR-TOTAL-PREMIUM TO CT-PREMIUM-AMOUNT.
           MOVE 'C' TO CX-ACTION.
           MOVE CONTRACT-REC TO CX-CONTRACT-IMAGE.
           WRITE OUT-CORRECTION-REC.
           ADD 1 TO WS-CORRECT-CNT.
           ADD OR-TOTAL-PREMIUM TO WS-CORR-AMT-TOTAL.

      *    保険種別・等級別の照合件数・乖離件数・乖離額を出力する
       WRITE-GROUP-SUMMARY.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE '< 保険種別・等級別 乖離集計 >'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '種別'       TO OUT-REPORT-REC(3:6).
           MOVE '等級'       TO OUT-REPORT-REC(9:6).
           MOVE '照合'       TO OUT-REPORT-REC(17:6).
           MOVE '乖離'       TO OUT-REPORT-REC(25:6).
           MOVE '過大請求額' TO OUT-REPORT-REC(35:15).
           MOVE '過少請求額' TO OUT-REPORT-REC(56:15).
           WRITE OUT-REPORT-REC.
           SET WS-GRP-IDX TO 1.
           PERFORM WRITE-GROUP-SUMMARY-LINE
               UNTIL WS-GRP-IDX > WS-GRP-SUMMARY-COUNT.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE WS-VARIANCE-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  乖離件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-CORRECT-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  訂正出力計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

       WRITE-GROUP-SUMMARY-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-GS-PLAN-CODE(WS-GRP-IDX) TO OUT-REPORT-REC(3:3).
           MOVE WS-GS-GRADE(WS-GRP-IDX)     TO OUT-REPORT-REC(9:2).
           MOVE WS-GS-MATCH-CNT(WS-GRP-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(13:7).
           MOVE WS-GS-VAR-CNT(WS-GRP-IDX)   TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(21:7).
           MOVE WS-GS-OVER-TOTAL(WS-GRP-IDX) TO WS-RPT-TOT-EDIT.
           MOVE WS-RPT-TOT-EDIT TO OUT-REPORT-REC(31:17).
           MOVE WS-GS-UNDER-TOTAL(WS-GRP-IDX) TO WS-RPT-TOT-EDIT.
           MOVE WS-RPT-TOT-EDIT TO OUT-REPORT-REC(52:17).
           WRITE OUT-REPORT-REC.
           SET WS-GRP-IDX UP BY 1.

      *    訂正ファイルの末尾へトレーラ制御レコードを書き出す
      *    （金額ハッシュは訂正後保険料の合計）
       WRITE-CORRECTION-TRAILER.
           MOVE 'T' TO IF-TR-RECORD-TYPE.
           MOVE WS-CORRECT-CNT TO IF-TR-RECORD-COUNT.
           MOVE WS-CORR-AMT-TOTAL TO IF-TR-AMOUNT-TOTAL.
           WRITE OUT-CORRECTION-REC FROM IF-TRAILER-REC.

       TERM-PROCESS.
           DISPLAY '計算結果読込件数: ' WS-READ-CNT.
           DISPLAY '照合件数:         ' WS-MATCH-CNT.
           DISPLAY '乖離件数:         ' WS-VARIANCE-CNT.
           DISPLAY '契約なし件数:     ' WS-NOTFOUND-CNT.
           DISPLAY '対象外件数:       ' WS-INACTIVE-CNT.
           DISPLAY '訂正出力件数:     ' WS-CORRECT-CNT.
           DISPLAY '集計漏れ件数:     ' WS-TBLFULL-CNT.
           IF WS-APR-AVAIL
               PERFORM WRITE-CORRECTION-TRAILER
               CLOSE OUT-CORRECTION-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IN-RESULT-FILE
                 MASTER-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-INS-AVAIL
               CLOSE INSURED-FILE
           END-IF.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'PREMRECN' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT    TO CTL-READ-CNT.
           MOVE WS-CORRECT-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-NOTFOUND-CNT + WS-TBLFULL-CNT.
           WRITE CONTROL-TOTALS-REC.
