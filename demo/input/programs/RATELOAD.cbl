       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.
      *================================================================*
      * 料率届出取込バッチプログラム
      * 数理部門の料率届出ファイル（RATEFIL）を読み込み、全件を
      * 検証した上で料率マスタ（RATEIN）と保険料算出率テーブル
      * （PREMRATE）へ新しい適用開始日のレコードとして登録する。
      * キーの適用開始日の反転値（99999999 - YYYYMMDD）は本プロ
      * グラムが算出する（手作業での設定は不要）。
      * 検証内容:
      *  - 数値項目・日付の妥当性、適用開始日が処理日より後
      *  - 年齢区分数が1～10、区分の上限年齢が昇順（重複不可）
      *  - 保険種別コードが保険種別マスタ（PLANMAST）に登録済み
      *  - 届出内・登録済みマスタとのキー（種別・等級・適用開始日）
      *    の重複なし
      *  - 有効契約で使用中の等級（契約マスタ×被保険者明細
      *    マスタ）が、届出した種別・適用開始日ごとに漏れなく
      *    収録されていること
      * 届出の各レコードは処理日時点で適用中の現行料率と並べて
      * 比較レポート（RATERPT）へ出力する。1件でもエラーがあれば
      * いずれのマスタにも登録せず終了する（一部のみ登録された
      * 料率で保険料計算が行われることを防ぐ）。
      * COPY: CPYRATE（料率マスタレコードレイアウト）
      * COPY: CPYPLANM（保険種別マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    数理部門から受領する料率届出ファイル
           SELECT IN-FILING-FILE
               ASSIGN TO 'RATEFIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIL-STATUS.
           SELECT RATE-MASTER-FILE
               ASSIGN TO 'RATEIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAN-GRADE-KEY
               FILE STATUS IS WS-RT-STATUS.
           SELECT PREM-RATE-FILE
               ASSIGN TO 'PREMRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RATE-KEY
               FILE STATUS IS WS-PR-STATUS.
      *    保険種別コード検証用の保険種別マスタ
           SELECT PLAN-MASTER-FILE
               ASSIGN TO 'PLANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE
               FILE STATUS IS WS-PLN-STATUS.
      *    使用中等級の収集用（有効契約の種別・等級）
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT DETAIL-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'RATERPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    料率届出レコード（レコード区分 R=料率マスタ /
      *    P=保険料算出率。補正率は符号を先頭に付した表記とする）
       FD  IN-FILING-FILE.
       01  IN-FILING-RATE-REC.
           05  LR-REC-TYPE           PIC X(1).
               88  LR-TYPE-RATE      VALUE 'R'.
               88  LR-TYPE-PREM      VALUE 'P'.
           05  LR-PLAN-CODE          PIC X(3).
           05  LR-GRADE              PIC 9(2).
           05  LR-EFFECTIVE-DATE     PIC 9(8).
           05  LR-BASE-RATE          PIC 9(3)V9(4).
           05  LR-MALE-ADJ           PIC S9(1)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05  LR-FEMALE-ADJ         PIC S9(1)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05  LR-AGE-BAND-COUNT     PIC 9(2).
           05  LR-AGE-BANDS OCCURS 10 TIMES.
               10  LR-AGE-BAND-MAX   PIC 9(3).
               10  LR-AGE-RATE       PIC 9(1)V9(4).
           05  FILLER                PIC X(5).
       01  IN-FILING-PREM-REC.
           05  LP-REC-TYPE           PIC X(1).
           05  LP-PLAN-CODE          PIC X(3).
           05  LP-EFFECTIVE-DATE     PIC 9(8).
           05  LP-AUTO-INCREASE      PIC 9(1)V9(4).
           05  LP-MANUAL-KEEP        PIC 9(1)V9(4).
           05  LP-COUNT-SURCHARGE    PIC 9(1)V9(4).
           05  LP-MAX-SURCHARGE      PIC 9(1)V9(4).
           05  FILLER                PIC X(88).

       FD  RATE-MASTER-FILE.
           COPY CPYRATE.

      *    保険種別コード別・適用開始日別の保険料算出率テーブル
      *    （PREMCALCのPREM-RATE-RECと同一）
       FD  PREM-RATE-FILE.
       01  PREM-RATE-REC.
           05  PR-RATE-KEY.
               10  PR-PLAN-CODE      PIC X(3).
               10  PR-EFFECT-DATE-INV PIC 9(8).
           05  PR-EFFECTIVE-DATE     PIC 9(8).
           05  PR-AUTO-INCREASE      PIC 9(1)V9(4).
           05  PR-MANUAL-KEEP        PIC 9(1)V9(4).
           05  PR-COUNT-SURCHARGE    PIC 9(1)V9(4).
           05  PR-MAX-SURCHARGE      PIC 9(1)V9(4).
           05  FILLER                PIC X(12).

       FD  PLAN-MASTER-FILE.
           COPY CPYPLANM.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  DETAIL-FILE.
           COPY CPYINSD.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-FIL-STATUS         PIC X(2).
           05  WS-RT-STATUS          PIC X(2).
           05  WS-PR-STATUS          PIC X(2).
           05  WS-PLN-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-RT-AVAIL-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RT-AVAIL       VALUE 'Y'.
           05  WS-PR-AVAIL-FLAG      PIC X(1) VALUE 'N'.
               88  WS-PR-AVAIL       VALUE 'Y'.
           05  WS-REC-ERROR-FLAG     PIC X(1) VALUE 'N'.
               88  WS-REC-ERROR      VALUE 'Y'.
           05  WS-CUR-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CUR-FOUND      VALUE 'Y'.
           05  WS-KEY-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-KEY-FOUND      VALUE 'Y'.
           05  WS-GU-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-GU-FOUND       VALUE 'Y'.
           05  WS-DTL-END-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DTL-END        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-RATE-CNT           PIC 9(7) VALUE ZERO.
           05  WS-PREM-CNT           PIC 9(7) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.
           05  WS-COVER-ERR-CNT      PIC 9(7) VALUE ZERO.
           05  WS-WRITE-CNT          PIC 9(7) VALUE ZERO.
           05  WS-APPLY-ERR-CNT      PIC 9(7) VALUE ZERO.
           05  WS-CONT-READ-CNT      PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CHK-DATE           PIC 9(8).
           05  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
               10  WS-CHK-YEAR       PIC 9(4).
               10  WS-CHK-MONTH      PIC 9(2).
               10  WS-CHK-DAY        PIC 9(2).

       01  WS-VALIDATE-WORK.
           05  WS-REC-NO             PIC 9(5) VALUE ZERO.
           05  WS-BAND-SUB           PIC 9(2).
           05  WS-BAND-MAX-CNT       PIC 9(2).
           05  WS-ERR-MSG            PIC X(61).

      *    届出の料率キー（届出内の重複検出と使用中等級の収録
      *    確認に使用する）
       01  WS-RK-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-RATE-KEY-TABLE.
           05  WS-RK-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-RK-IDX WS-RK-IDX2.
               10  WS-RK-PLAN-CODE   PIC X(3).
               10  WS-RK-GRADE       PIC 9(2).
               10  WS-RK-EFF-DATE    PIC 9(8).

      *    届出の保険料算出率キー（届出内の重複検出用）
       01  WS-PK-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PREM-KEY-TABLE.
           05  WS-PK-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PK-IDX.
               10  WS-PK-PLAN-CODE   PIC X(3).
               10  WS-PK-EFF-DATE    PIC 9(8).

      *    有効契約で使用中の保険種別・等級
       01  WS-GU-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-GRADE-USE-TABLE.
           05  WS-GU-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-GU-IDX.
               10  WS-GU-PLAN-CODE   PIC X(3).
               10  WS-GU-GRADE       PIC 9(2).

      *    比較レポートの1行分（項目名・現行値・届出値）
       01  WS-CMP-WORK.
           05  WS-CMP-ITEM           PIC X(21).
           05  WS-CMP-OLD            PIC X(12).
           05  WS-CMP-NEW            PIC X(12).
           05  WS-ED-BASE            PIC ZZ9.9999.
           05  WS-ED-ADJ             PIC -9.9999.
           05  WS-ED-RATE            PIC 9.9999.
           05  WS-ED-AGE             PIC ZZ9.
           05  WS-ED-CNT             PIC Z9.
           05  WS-ED-SUB             PIC 99.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-REC-NO         PIC ZZZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-GRADES-IN-USE.
           PERFORM VALIDATE-FILING.
           PERFORM CHECK-GRADE-COVERAGE.
           IF WS-RATE-CNT + WS-PREM-CNT = ZERO
               MOVE '料率届出データなし' TO WS-ERR-MSG
               PERFORM WRITE-GENERAL-ERROR
           END-IF.
           IF WS-ERROR-CNT = ZERO
               PERFORM APPLY-FILING
           ELSE
               MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RESULT-SUMMARY.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           OPEN INPUT IN-FILING-FILE.
           IF WS-FIL-STATUS NOT = '00'
               DISPLAY '料率届出ファイル(RATEFIL)なし: '
                       WS-FIL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    種別コードと使用中等級の検証は取込の前提のため、
      *    マスタが開けなければ検証せずに異常終了する
           OPEN INPUT PLAN-MASTER-FILE.
           IF WS-PLN-STATUS NOT = '00'
               DISPLAY 'PLANMASTオープンエラー: '
                       WS-PLN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT DETAIL-FILE.
           IF WS-MST-STATUS NOT = '00' OR WS-DTL-STATUS NOT = '00'
               DISPLAY 'CONTMAST/INSDMASTオープンエラー: '
                       WS-MST-STATUS ' ' WS-DTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    料率マスタ・算出率テーブルは未作成でもよい（現行なし
      *    として比較し、登録時に作成する）
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RT-STATUS = '00'
               SET WS-RT-AVAIL TO TRUE
           END-IF.
           OPEN INPUT PREM-RATE-FILE.
           IF WS-PR-STATUS = '00'
               SET WS-PR-AVAIL TO TRUE
           END-IF.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.
           PERFORM WRITE-REPORT-HEADER.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 料率届出 検証・比較レポート *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    有効契約（INSDEXTRの計算対象と同じ条件）の保険種別と
      *    被保険者明細の等級の組合せを収集する
       LOAD-GRADES-IN-USE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-MASTER-REC.
           PERFORM GRADE-USE-LOOP
               UNTIL WS-EOF.
           CLOSE MASTER-FILE
                 DETAIL-FILE.

       READ-MASTER-REC.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-READ-CNT
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
                   AND NOT WS-EOF
               DISPLAY 'マスタ読込エラー: ' WS-MST-STATUS
               SET WS-EOF TO TRUE
           END-IF.

      *    被保険者が複数の契約は全員の等級を使用中とする
       GRADE-USE-LOOP.
           IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
               MOVE 'N' TO WS-DTL-END-FLAG
               MOVE CT-CONTRACT-NO TO ID-CONTRACT-NO
               MOVE ZERO TO ID-INSURED-SEQ
               START DETAIL-FILE
                   KEY IS NOT LESS THAN ID-DETAIL-KEY
                   INVALID KEY
                       SET WS-DTL-END TO TRUE
               END-START
               PERFORM GRADE-USE-DETAIL
                   UNTIL WS-DTL-END
           END-IF.
           PERFORM READ-MASTER-REC.

       GRADE-USE-DETAIL.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-DTL-END TO TRUE
           END-READ.
           IF WS-DTL-STATUS NOT = '00' AND WS-DTL-STATUS NOT = '02'
               SET WS-DTL-END TO TRUE
           END-IF.
           IF NOT WS-DTL-END
               IF ID-CONTRACT-NO NOT = CT-CONTRACT-NO
                   SET WS-DTL-END TO TRUE
               ELSE
                   PERFORM ADD-GRADE-IN-USE
               END-IF
           END-IF.

       ADD-GRADE-IN-USE.
           MOVE 'N' TO WS-GU-FOUND-FLAG.
           SET WS-GU-IDX TO 1.
           PERFORM UNTIL WS-GU-IDX > WS-GU-COUNT
                   OR WS-GU-FOUND
               IF WS-GU-PLAN-CODE(WS-GU-IDX) = CT-PLAN-CODE
                       AND WS-GU-GRADE(WS-GU-IDX) = ID-GRADE
                   SET WS-GU-FOUND TO TRUE
               ELSE
                   SET WS-GU-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-GU-FOUND
               IF WS-GU-COUNT < 500
                   ADD 1 TO WS-GU-COUNT
                   SET WS-GU-IDX TO WS-GU-COUNT
                   MOVE CT-PLAN-CODE TO WS-GU-PLAN-CODE(WS-GU-IDX)
                   MOVE ID-GRADE     TO WS-GU-GRADE(WS-GU-IDX)
               ELSE
      *            収録確認ができなくなるため、取込自体を
      *            行わずにエラーとする
                   MOVE '使用中等級テーブル満杯'
                       TO WS-ERR-MSG
                   PERFORM WRITE-GENERAL-ERROR
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

      *    届出全件を検証し、現行料率との比較を出力する
       VALIDATE-FILING.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-FILING-REC.
           PERFORM VALIDATE-LOOP
               UNTIL WS-EOF.
           CLOSE IN-FILING-FILE.

       READ-FILING-REC.
           READ IN-FILING-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       VALIDATE-LOOP.
           ADD 1 TO WS-REC-NO.
           MOVE 'N' TO WS-REC-ERROR-FLAG.
           EVALUATE TRUE
               WHEN LR-TYPE-RATE
                   ADD 1 TO WS-RATE-CNT
                   PERFORM VALIDATE-RATE-REC
               WHEN LR-TYPE-PREM
                   ADD 1 TO WS-PREM-CNT
                   PERFORM VALIDATE-PREM-REC
               WHEN OTHER
                   MOVE 'レコード区分不正(R/P以外)'
                       TO WS-ERR-MSG
                   PERFORM WRITE-RECORD-ERROR
           END-EVALUATE.
           IF WS-REC-ERROR
               ADD 1 TO WS-REJECT-CNT
           END-IF.
           PERFORM READ-FILING-REC.

      *    料率マスタ（R）レコードの検証
       VALIDATE-RATE-REC.
           IF LR-GRADE IS NOT NUMERIC
                   OR LR-EFFECTIVE-DATE IS NOT NUMERIC
                   OR LR-BASE-RATE IS NOT NUMERIC
                   OR LR-MALE-ADJ IS NOT NUMERIC
                   OR LR-FEMALE-ADJ IS NOT NUMERIC
                   OR LR-AGE-BAND-COUNT IS NOT NUMERIC
               MOVE '数値項目不正' TO WS-ERR-MSG
               PERFORM WRITE-RECORD-ERROR
           ELSE
               MOVE LR-EFFECTIVE-DATE TO WS-CHK-DATE
               PERFORM CHECK-EFFECTIVE-DATE
               PERFORM CHECK-AGE-BANDS
               MOVE LR-PLAN-CODE TO PL-PLAN-CODE
               PERFORM CHECK-PLAN-CODE
               PERFORM CHECK-RATE-KEY
           END-IF.
           IF NOT WS-REC-ERROR
               PERFORM PRINT-RATE-COMPARE
           END-IF.

      *    保険料算出率（P）レコードの検証
       VALIDATE-PREM-REC.
           IF LP-EFFECTIVE-DATE IS NOT NUMERIC
                   OR LP-AUTO-INCREASE IS NOT NUMERIC
                   OR LP-MANUAL-KEEP IS NOT NUMERIC
                   OR LP-COUNT-SURCHARGE IS NOT NUMERIC
                   OR LP-MAX-SURCHARGE IS NOT NUMERIC
               MOVE '数値項目不正' TO WS-ERR-MSG
               PERFORM WRITE-RECORD-ERROR
           ELSE
               MOVE LP-EFFECTIVE-DATE TO WS-CHK-DATE
               PERFORM CHECK-EFFECTIVE-DATE
               MOVE LP-PLAN-CODE TO PL-PLAN-CODE
               PERFORM CHECK-PLAN-CODE
               PERFORM CHECK-PREM-KEY
           END-IF.
           IF NOT WS-REC-ERROR
               PERFORM PRINT-PREM-COMPARE
           END-IF.

      *    適用開始日は暦上の日付で、処理日より後であること
      *    （適用中・過去日付の料率を差し替えると、計算済みの
      *      保険料と再計算結果が一致しなくなるため）
       CHECK-EFFECTIVE-DATE.
           IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
                   OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
               MOVE '適用開始日が日付でない' TO WS-ERR-MSG
               PERFORM WRITE-RECORD-ERROR
           ELSE
               IF WS-CHK-DATE NOT > WS-CURRENT-DATE
                   MOVE '適用開始日が処理日以前'
                       TO WS-ERR-MSG
                   PERFORM WRITE-RECORD-ERROR
               END-IF
           END-IF.

      *    年齢区分数は1～10、各区分の上限年齢は前の区分より大きい
      *    こと（INSCALCは先頭から上限年齢を満たす区分を探すため、
      *    昇順でなければ後続の区分が使用されない）
       CHECK-AGE-BANDS.
           IF LR-AGE-BAND-COUNT < 1 OR LR-AGE-BAND-COUNT > 10
               MOVE '年齢区分数が1～10でない' TO WS-ERR-MSG
               PERFORM WRITE-RECORD-ERROR
           ELSE
               PERFORM CHECK-ONE-AGE-BAND
                   VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > LR-AGE-BAND-COUNT
           END-IF.

       CHECK-ONE-AGE-BAND.
           MOVE WS-BAND-SUB TO WS-ED-SUB.
           IF LR-AGE-BAND-MAX(WS-BAND-SUB) IS NOT NUMERIC
                   OR LR-AGE-RATE(WS-BAND-SUB) IS NOT NUMERIC
               MOVE SPACES TO WS-ERR-MSG
               STRING '年齢区分' WS-ED-SUB ' 数値項目不正'
                   DELIMITED BY SIZE
                   INTO WS-ERR-MSG
               END-STRING
               PERFORM WRITE-RECORD-ERROR
           ELSE
               IF WS-BAND-SUB > 1
                   IF LR-AGE-BAND-MAX(WS-BAND-SUB - 1) IS NUMERIC
                       AND LR-AGE-BAND-MAX(WS-BAND-SUB)
                           NOT > LR-AGE-BAND-MAX(WS-BAND-SUB - 1)
                       MOVE SPACES TO WS-ERR-MSG
                       STRING '年齢区分' WS-ED-SUB
                              ' 上限年齢が昇順でない'
                           DELIMITED BY SIZE
                           INTO WS-ERR-MSG
                       END-STRING
                       PERFORM WRITE-RECORD-ERROR
                   END-IF
               END-IF
           END-IF.

       CHECK-PLAN-CODE.
           READ PLAN-MASTER-FILE
               INVALID KEY
                   MOVE '保険種別マスタ未登録の種別'
                       TO WS-ERR-MSG
                   PERFORM WRITE-RECORD-ERROR
           END-READ.

      *    料率キーの重複（届出内・料率マスタ登録済み）を確認し、
      *    届出のキーを収録確認用に控える
       CHECK-RATE-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           SET WS-RK-IDX TO 1.
           PERFORM UNTIL WS-RK-IDX > WS-RK-COUNT
                   OR WS-KEY-FOUND
               IF WS-RK-PLAN-CODE(WS-RK-IDX) = LR-PLAN-CODE
                       AND WS-RK-GRADE(WS-RK-IDX) = LR-GRADE
                       AND WS-RK-EFF-DATE(WS-RK-IDX)
                           = LR-EFFECTIVE-DATE
                   SET WS-KEY-FOUND TO TRUE
               ELSE
                   SET WS-RK-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND
               MOVE '届出内でキー重複' TO WS-ERR-MSG
               PERFORM WRITE-RECORD-ERROR
           ELSE
               IF WS-RK-COUNT < 1000
                   ADD 1 TO WS-RK-COUNT
                   SET WS-RK-IDX TO WS-RK-COUNT
                   MOVE LR-PLAN-CODE TO WS-RK-PLAN-CODE(WS-RK-IDX)
                   MOVE LR-GRADE     TO WS-RK-GRADE(WS-RK-IDX)
                   MOVE LR-EFFECTIVE-DATE
                       TO WS-RK-EFF-DATE(WS-RK-IDX)
               ELSE
                   MOVE '料率キーテーブル満杯' TO WS-ERR-MSG
                   PERFORM WRITE-RECORD-ERROR
               END-IF
           END-IF.
           IF WS-RT-AVAIL
               MOVE LR-PLAN-CODE TO RT-PLAN-CODE
               MOVE LR-GRADE     TO RT-GRADE-KEY
               COMPUTE RT-EFFECT-DATE-INV =
                   99999999 - LR-EFFECTIVE-DATE
               READ RATE-MASTER-FILE
                   KEY IS RT-PLAN-GRADE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE '料率マスタに登録済みのキー'
                           TO WS-ERR-MSG
                       PERFORM WRITE-RECORD-ERROR
               END-READ
           END-IF.

       CHECK-PREM-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           SET WS-PK-IDX TO 1.
           PERFORM UNTIL WS-PK-IDX > WS-PK-COUNT
                   OR WS-KEY-FOUND
               IF WS-PK-PLAN-CODE(WS-PK-IDX) = LP-PLAN-CODE
                       AND WS-PK-EFF-DATE(WS-PK-IDX)
                           = LP-EFFECTIVE-DATE
                   SET WS-KEY-FOUND TO TRUE
               ELSE
                   SET WS-PK-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND
               MOVE '届出内でキー重複' TO WS-ERR-MSG
               PERFORM WRITE-RECORD-ERROR
           ELSE
               IF WS-PK-COUNT < 200
                   ADD 1 TO WS-PK-COUNT
                   SET WS-PK-IDX TO WS-PK-COUNT
                   MOVE LP-PLAN-CODE TO WS-PK-PLAN-CODE(WS-PK-IDX)
                   MOVE LP-EFFECTIVE-DATE
                       TO WS-PK-EFF-DATE(WS-PK-IDX)
               ELSE
                   MOVE '算出率キーテーブル満杯'
                       TO WS-ERR-MSG
                   PERFORM WRITE-RECORD-ERROR
               END-IF
           END-IF.
           IF WS-PR-AVAIL
               MOVE LP-PLAN-CODE TO PR-PLAN-CODE
               COMPUTE PR-EFFECT-DATE-INV =
                   99999999 - LP-EFFECTIVE-DATE
               READ PREM-RATE-FILE
                   KEY IS PR-RATE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE '算出率テーブル登録済みのキー'
                           TO WS-ERR-MSG
                       PERFORM WRITE-RECORD-ERROR
               END-READ
           END-IF.

      *    届出行番号付きのエラー行を出力する
       WRITE-RECORD-ERROR.
           SET WS-REC-ERROR TO TRUE.
           ADD 1 TO WS-ERROR-CNT.
           MOVE WS-REC-NO TO WS-RPT-REC-NO.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  エラー 行' WS-RPT-REC-NO ' '
                  LR-PLAN-CODE ': ' WS-ERR-MSG
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    届出全体に関するエラー行を出力する
       WRITE-GENERAL-ERROR.
           ADD 1 TO WS-ERROR-CNT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  エラー: ' WS-ERR-MSG
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

      *    処理日時点で適用中の料率（キーの反転日付で位置付けて
      *    次レコードを読む。INSCALCと同じ選択方法）と並べて出力する
       PRINT-RATE-COMPARE.
           MOVE 'N' TO WS-CUR-FOUND-FLAG.
           IF WS-RT-AVAIL
               MOVE LR-PLAN-CODE TO RT-PLAN-CODE
               MOVE LR-GRADE     TO RT-GRADE-KEY
               COMPUTE RT-EFFECT-DATE-INV =
                   99999999 - WS-CURRENT-DATE
               START RATE-MASTER-FILE
                   KEY IS NOT LESS THAN RT-PLAN-GRADE-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-RT-STATUS = '00'
                   READ RATE-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-PLAN-CODE = LR-PLAN-CODE
                                   AND RT-GRADE-KEY = LR-GRADE
                               SET WS-CUR-FOUND TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING 'R 種別:' LR-PLAN-CODE ' 等級:' LR-GRADE
                  ' 適用開始:' LR-EFFECTIVE-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           IF WS-CUR-FOUND
               STRING '現行:' RT-EFFECTIVE-DATE
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC(50:20)
               END-STRING
           ELSE
               MOVE '現行:なし' TO OUT-REPORT-REC(50:20)
           END-IF.
           WRITE OUT-REPORT-REC.
           PERFORM WRITE-COMPARE-HEADER.
           MOVE '基本率' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE RT-BASE-RATE TO WS-ED-BASE
               MOVE WS-ED-BASE TO WS-CMP-OLD
           END-IF.
           MOVE LR-BASE-RATE TO WS-ED-BASE.
           MOVE WS-ED-BASE TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
           MOVE '男性補正' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE RT-MALE-ADJ TO WS-ED-ADJ
               MOVE WS-ED-ADJ TO WS-CMP-OLD
           END-IF.
           MOVE LR-MALE-ADJ TO WS-ED-ADJ.
           MOVE WS-ED-ADJ TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
           MOVE '女性補正' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE RT-FEMALE-ADJ TO WS-ED-ADJ
               MOVE WS-ED-ADJ TO WS-CMP-OLD
           END-IF.
           MOVE LR-FEMALE-ADJ TO WS-ED-ADJ.
           MOVE WS-ED-ADJ TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
           MOVE '年齢区分数' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE RT-AGE-BAND-COUNT TO WS-ED-CNT
               MOVE WS-ED-CNT TO WS-CMP-OLD
           END-IF.
           MOVE LR-AGE-BAND-COUNT TO WS-ED-CNT.
           MOVE WS-ED-CNT TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
      *    区分数の多い方に合わせて区分ごとに並べる
           MOVE LR-AGE-BAND-COUNT TO WS-BAND-MAX-CNT.
           IF WS-CUR-FOUND
               IF RT-AGE-BAND-COUNT > WS-BAND-MAX-CNT
                   MOVE RT-AGE-BAND-COUNT TO WS-BAND-MAX-CNT
               END-IF
           END-IF.
           PERFORM PRINT-AGE-BAND-COMPARE
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-MAX-CNT.

       PRINT-AGE-BAND-COMPARE.
           MOVE WS-BAND-SUB TO WS-ED-SUB.
           MOVE SPACES TO WS-CMP-ITEM.
           STRING '区分' WS-ED-SUB ' 上限年齢'
               DELIMITED BY SIZE
               INTO WS-CMP-ITEM
           END-STRING.
           MOVE SPACES TO WS-CMP-OLD.
           MOVE SPACES TO WS-CMP-NEW.
           IF WS-CUR-FOUND
               IF WS-BAND-SUB NOT > RT-AGE-BAND-COUNT
                   MOVE RT-AGE-BAND-MAX(WS-BAND-SUB) TO WS-ED-AGE
                   MOVE WS-ED-AGE TO WS-CMP-OLD
               END-IF
           END-IF.
           IF WS-BAND-SUB NOT > LR-AGE-BAND-COUNT
               MOVE LR-AGE-BAND-MAX(WS-BAND-SUB) TO WS-ED-AGE
               MOVE WS-ED-AGE TO WS-CMP-NEW
           END-IF.
           PERFORM WRITE-COMPARE-LINE.
           MOVE SPACES TO WS-CMP-ITEM.
           STRING '区分' WS-ED-SUB ' 年齢率'
               DELIMITED BY SIZE
               INTO WS-CMP-ITEM
           END-STRING.
           MOVE SPACES TO WS-CMP-OLD.
           MOVE SPACES TO WS-CMP-NEW.
           IF WS-CUR-FOUND
               IF WS-BAND-SUB NOT > RT-AGE-BAND-COUNT
                   MOVE RT-AGE-RATE(WS-BAND-SUB) TO WS-ED-RATE
                   MOVE WS-ED-RATE TO WS-CMP-OLD
               END-IF
           END-IF.
           IF WS-BAND-SUB NOT > LR-AGE-BAND-COUNT
               MOVE LR-AGE-RATE(WS-BAND-SUB) TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-CMP-NEW
           END-IF.
           PERFORM WRITE-COMPARE-LINE.

      *    処理日時点で適用中の算出率（PREMCALCと同じ選択方法）と
      *    並べて出力する
       PRINT-PREM-COMPARE.
           MOVE 'N' TO WS-CUR-FOUND-FLAG.
           IF WS-PR-AVAIL
               MOVE LP-PLAN-CODE TO PR-PLAN-CODE
               COMPUTE PR-EFFECT-DATE-INV =
                   99999999 - WS-CURRENT-DATE
               START PREM-RATE-FILE
                   KEY IS NOT LESS THAN PR-RATE-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-PR-STATUS = '00'
                   READ PREM-RATE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-PLAN-CODE = LP-PLAN-CODE
                               SET WS-CUR-FOUND TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING 'P 種別:' LP-PLAN-CODE
                  ' 適用開始:' LP-EFFECTIVE-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           IF WS-CUR-FOUND
               STRING '現行:' PR-EFFECTIVE-DATE
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC(50:20)
               END-STRING
           ELSE
               MOVE '現行:なし(既定率)' TO OUT-REPORT-REC(50:30)
           END-IF.
           WRITE OUT-REPORT-REC.
           PERFORM WRITE-COMPARE-HEADER.
           MOVE '自動更新率' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE PR-AUTO-INCREASE TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-CMP-OLD
           END-IF.
           MOVE LP-AUTO-INCREASE TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
           MOVE '手動据置率' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE PR-MANUAL-KEEP TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-CMP-OLD
           END-IF.
           MOVE LP-MANUAL-KEEP TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
           MOVE '更新回数加算率' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE PR-COUNT-SURCHARGE TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-CMP-OLD
           END-IF.
           MOVE LP-COUNT-SURCHARGE TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.
           MOVE '加算率上限' TO WS-CMP-ITEM.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CUR-FOUND
               MOVE PR-MAX-SURCHARGE TO WS-ED-RATE
               MOVE WS-ED-RATE TO WS-CMP-OLD
           END-IF.
           MOVE LP-MAX-SURCHARGE TO WS-ED-RATE.
           MOVE WS-ED-RATE TO WS-CMP-NEW.
           PERFORM WRITE-COMPARE-LINE.

       WRITE-COMPARE-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '項目' TO OUT-REPORT-REC(5:21).
           MOVE '現行' TO OUT-REPORT-REC(27:12).
           MOVE '届出' TO OUT-REPORT-REC(41:12).
           WRITE OUT-REPORT-REC.

      *    現行と届出の値が異なる項目には変更印を付す
       WRITE-COMPARE-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-CMP-ITEM TO OUT-REPORT-REC(5:21).
           MOVE WS-CMP-OLD  TO OUT-REPORT-REC(27:12).
           MOVE WS-CMP-NEW  TO OUT-REPORT-REC(41:12).
           IF WS-CMP-OLD NOT = WS-CMP-NEW
               MOVE '変更' TO OUT-REPORT-REC(55:6)
           END-IF.
           WRITE OUT-REPORT-REC.

      *    届出した種別・適用開始日の組ごとに、その種別の使用中
      *    等級がすべて収録されているか確認する（組の先頭の
      *    キーでのみ確認し、同じ不足を重複して報告しない）
       CHECK-GRADE-COVERAGE.
           PERFORM CHECK-GROUP-COVERAGE
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT.

       CHECK-GROUP-COVERAGE.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           SET WS-RK-IDX2 TO 1.
           PERFORM UNTIL WS-RK-IDX2 >= WS-RK-IDX
                   OR WS-KEY-FOUND
               IF WS-RK-PLAN-CODE(WS-RK-IDX2)
                       = WS-RK-PLAN-CODE(WS-RK-IDX)
                       AND WS-RK-EFF-DATE(WS-RK-IDX2)
                           = WS-RK-EFF-DATE(WS-RK-IDX)
                   SET WS-KEY-FOUND TO TRUE
               ELSE
                   SET WS-RK-IDX2 UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-KEY-FOUND
               PERFORM CHECK-GRADE-COVERED
                   VARYING WS-GU-IDX FROM 1 BY 1
                   UNTIL WS-GU-IDX > WS-GU-COUNT
           END-IF.

       CHECK-GRADE-COVERED.
           IF WS-GU-PLAN-CODE(WS-GU-IDX)
                   = WS-RK-PLAN-CODE(WS-RK-IDX)
               MOVE 'N' TO WS-KEY-FOUND-FLAG
               SET WS-RK-IDX2 TO 1
               PERFORM UNTIL WS-RK-IDX2 > WS-RK-COUNT
                       OR WS-KEY-FOUND
                   IF WS-RK-PLAN-CODE(WS-RK-IDX2)
                           = WS-RK-PLAN-CODE(WS-RK-IDX)
                           AND WS-RK-EFF-DATE(WS-RK-IDX2)
                               = WS-RK-EFF-DATE(WS-RK-IDX)
                           AND WS-RK-GRADE(WS-RK-IDX2)
                               = WS-GU-GRADE(WS-GU-IDX)
                       SET WS-KEY-FOUND TO TRUE
                   ELSE
                       SET WS-RK-IDX2 UP BY 1
                   END-IF
               END-PERFORM
               IF NOT WS-KEY-FOUND
                   ADD 1 TO WS-COVER-ERR-CNT
                   MOVE SPACES TO WS-ERR-MSG
                   STRING '使用中等級未収録 種別:'
                          WS-RK-PLAN-CODE(WS-RK-IDX)
                          ' 等級:' WS-GU-GRADE(WS-GU-IDX)
                          ' 適用:' WS-RK-EFF-DATE(WS-RK-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ERR-MSG
                   END-STRING
                   PERFORM WRITE-GENERAL-ERROR
               END-IF
           END-IF.

      *    全件検証済みの届出を読み直して各マスタへ登録する
       APPLY-FILING.
           IF WS-RT-AVAIL
               CLOSE RATE-MASTER-FILE
           END-IF.
           IF WS-PR-AVAIL
               CLOSE PREM-RATE-FILE
           END-IF.
           OPEN I-O RATE-MASTER-FILE.
           IF WS-RT-STATUS = '35'
               OPEN OUTPUT RATE-MASTER-FILE
               CLOSE RATE-MASTER-FILE
               OPEN I-O RATE-MASTER-FILE
           END-IF.
           OPEN I-O PREM-RATE-FILE.
           IF WS-PR-STATUS = '35'
               OPEN OUTPUT PREM-RATE-FILE
               CLOSE PREM-RATE-FILE
               OPEN I-O PREM-RATE-FILE
           END-IF.
           SET WS-RT-AVAIL TO TRUE.
           SET WS-PR-AVAIL TO TRUE.
           OPEN INPUT IN-FILING-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           READ IN-FILING-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           PERFORM APPLY-LOOP
               UNTIL WS-EOF.
           CLOSE IN-FILING-FILE.
      *    検証済みのため通常は発生しない（検証後に他の処理が
      *    同じキーを登録した場合など）。一部のみ登録された状態の
      *    ため、異常終了として運用へ通知する
           IF WS-APPLY-ERR-CNT > ZERO
               DISPLAY '料率登録エラー - 登録結果要確認'
               MOVE 12 TO RETURN-CODE
           END-IF.

       APPLY-LOOP.
           IF LR-TYPE-RATE
               PERFORM WRITE-RATE-MASTER
           ELSE
               PERFORM WRITE-PREM-RATE
           END-IF.
           READ IN-FILING-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       WRITE-RATE-MASTER.
           MOVE LR-AGE-BAND-COUNT TO RT-AGE-BAND-COUNT.
           MOVE LR-PLAN-CODE      TO RT-PLAN-CODE.
           MOVE LR-GRADE          TO RT-GRADE-KEY.
           COMPUTE RT-EFFECT-DATE-INV =
               99999999 - LR-EFFECTIVE-DATE.
           MOVE LR-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
           MOVE LR-BASE-RATE      TO RT-BASE-RATE.
           MOVE LR-MALE-ADJ       TO RT-MALE-ADJ.
           MOVE LR-FEMALE-ADJ     TO RT-FEMALE-ADJ.
           PERFORM MOVE-AGE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > LR-AGE-BAND-COUNT.
           WRITE IN-RATE-REC
               INVALID KEY
                   DISPLAY '料率マスタ登録エラー: '
                           RT-PLAN-GRADE-KEY
                   ADD 1 TO WS-APPLY-ERR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.

       MOVE-AGE-BAND.
           MOVE LR-AGE-BAND-MAX(WS-BAND-SUB)
               TO RT-AGE-BAND-MAX(WS-BAND-SUB).
           MOVE LR-AGE-RATE(WS-BAND-SUB)
               TO RT-AGE-RATE(WS-BAND-SUB).

       WRITE-PREM-RATE.
           MOVE SPACES             TO PREM-RATE-REC.
           MOVE LP-PLAN-CODE       TO PR-PLAN-CODE.
           COMPUTE PR-EFFECT-DATE-INV =
               99999999 - LP-EFFECTIVE-DATE.
           MOVE LP-EFFECTIVE-DATE  TO PR-EFFECTIVE-DATE.
           MOVE LP-AUTO-INCREASE   TO PR-AUTO-INCREASE.
           MOVE LP-MANUAL-KEEP     TO PR-MANUAL-KEEP.
           MOVE LP-COUNT-SURCHARGE TO PR-COUNT-SURCHARGE.
           MOVE LP-MAX-SURCHARGE   TO PR-MAX-SURCHARGE.
           WRITE PREM-RATE-REC
               INVALID KEY
                   DISPLAY '算出率登録エラー: ' PR-RATE-KEY
                   ADD 1 TO WS-APPLY-ERR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.

       WRITE-RESULT-SUMMARY.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-READ-CNT TO WS-RPT-CNT-EDIT.
           STRING '届出件数: ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-ERROR-CNT TO WS-RPT-CNT-EDIT.
           STRING 'エラー件数: ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           IF WS-ERROR-CNT = ZERO
               MOVE WS-WRITE-CNT TO WS-RPT-CNT-EDIT
               STRING '*** 検証OK 登録件数: ' WS-RPT-CNT-EDIT
                      ' ***'
                   DELIMITED BY SIZE
                   INTO OUT-REPORT-REC
               END-STRING
           ELSE
               MOVE '*** エラーあり - 料率は未登録 ***'
                   TO OUT-REPORT-REC
           END-IF.
           WRITE OUT-REPORT-REC.

       TERM-PROCESS.
           DISPLAY '届出読込件数:     ' WS-READ-CNT.
           DISPLAY '料率件数:         ' WS-RATE-CNT.
           DISPLAY '算出率件数:       ' WS-PREM-CNT.
           DISPLAY 'エラーレコード:   ' WS-REJECT-CNT.
           DISPLAY '等級未収録件数:   ' WS-COVER-ERR-CNT.
           DISPLAY 'エラー件数:       ' WS-ERROR-CNT.
           DISPLAY '登録件数:         ' WS-WRITE-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-RT-AVAIL
               CLOSE RATE-MASTER-FILE
           END-IF.
           IF WS-PR-AVAIL
               CLOSE PREM-RATE-FILE
           END-IF.
           CLOSE PLAN-MASTER-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'RATELOAD' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT  TO CTL-READ-CNT.
           MOVE WS-WRITE-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-ERROR-CNT + WS-APPLY-ERR-CNT.
           WRITE CONTROL-TOTALS-REC.
