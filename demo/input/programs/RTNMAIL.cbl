       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
      *================================================================*
      * 返送郵便受付バッチプログラム
      * 郵便局から返送された郵送物を発送担当が顧客番号単位で入力
      * した返送郵便ファイル（RTNMLIN）を読み、顧客マスタ
      * （CUSTMAST）へ宛先不達（CU-UNDELIVERABLE）・不達受付日・
      * 不達理由を設定する。
      *  - 以後、BILLGEN・COLRECON・INVREMND・CONTRENWは不達の
      *    顧客宛ての郵送物を印字へ回さず住所調査リスト
      *    （ADRTRACE）へ出力する
      *  - 不達の設定前の顧客イメージをCUBIMGへ訂正(C)として記録
      *    する（CUSTMNTの訂正と同じ扱い）
      *  - 既に不達の顧客は受付日・理由を上書きせず（最初の不達
      *    受付日を住所調査・再送の基準とするため）登録済として
      *    報告する
      *  - 顧客未登録・理由区分誤り等は受付拒否として受付台帳
      *    （RTNMRPT）へ記載し、終了コード8を返す
      * 宛先不達はCUSTMNTで郵便番号・住所を訂正したとき解除する
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCUBIM（顧客マスタ更新前イメージログレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-RETURN-FILE
               ASSIGN TO 'RTNMLIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CUBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OUT-REGISTER-FILE
               ASSIGN TO 'RTNMRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    返送郵便ファイル（発送担当が返送1通につき1件入力する）
       FD  IN-RETURN-FILE.
       01  IN-RETURN-REC.
           05  MR-CUSTOMER-NO        PIC X(8).
           05  MR-RETURN-DATE        PIC 9(8).
      *    不達理由（01=宛所不明/02=転居先不明/03=受取拒否/
      *    99=その他）
           05  MR-REASON             PIC X(2).
      *    返送された郵送物の契約番号・郵送物区分（台帳記載用、
      *    I=請求書/R=再請求/D=督促状/N=通知）
           05  MR-CONTRACT-NO        PIC X(10).
           05  MR-DOC-TYPE           PIC X(1).
           05  FILLER                PIC X(51).

       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYCUBIM.

       FD  OUT-REGISTER-FILE.
       01  OUT-REGISTER-REC          PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-IN-STATUS          PIC X(2).
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-VALID-FLAG         PIC X(1) VALUE 'N'.
               88  WS-VALID          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-FLAGGED-CNT        PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-CNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

       01  WS-RPT-WORK.
           05  WS-RESULT-REMARK      PIC X(30).
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM READ-RETURN-FILE.
           PERFORM PROCESS-RETURN
               UNTIL WS-EOF.
           PERFORM WRITE-REGISTER-SUMMARY.
           PERFORM TERM-PROCESS.
           IF WS-REJECT-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-PROCESS.
           OPEN INPUT IN-RETURN-FILE.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY '返送郵便ファイルオープンエラー: '
                       WS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN OUTPUT OUT-REGISTER-FILE.
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

       READ-RETURN-FILE.
           READ IN-RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '***** 返送郵便 受付台帳 *****'
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
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  顧客番号 返送日   理由 '
                  '契約番号   種別 結果'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.

      *    返送1件を検証し、顧客マスタへ宛先不達を設定する
       PROCESS-RETURN.
           PERFORM VALIDATE-RETURN.
           IF WS-VALID
               MOVE MR-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '顧客未登録' TO WS-RESULT-REMARK
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       PERFORM MARK-UNDELIVERABLE
               END-READ
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM READ-RETURN-FILE.

      *    顧客番号・返送日・理由区分を検証する（返送日が未入力の
      *    場合は処理日を受付日とする）
       VALIDATE-RETURN.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE MR-REASON TO CU-UNDELIV-REASON.
           EVALUATE TRUE
               WHEN MR-CUSTOMER-NO = SPACES
                   MOVE '顧客番号未入力' TO WS-RESULT-REMARK
                   ADD 1 TO WS-REJECT-CNT
               WHEN MR-RETURN-DATE NOT NUMERIC
                   MOVE '返送日誤り' TO WS-RESULT-REMARK
                   ADD 1 TO WS-REJECT-CNT
               WHEN NOT CU-UNDELIV-VALID-REASON
                   MOVE '不達理由誤り' TO WS-RESULT-REMARK
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   SET WS-VALID TO TRUE
                   IF MR-RETURN-DATE = ZERO
                       MOVE WS-CURRENT-DATE TO MR-RETURN-DATE
                   END-IF
           END-EVALUATE.

      *    既に不達の顧客は最初の受付日・理由を保持し、未設定の
      *    顧客のみ更新前イメージを記録してから不達を設定する
       MARK-UNDELIVERABLE.
           IF CU-UNDELIVERABLE
               MOVE '不達登録済' TO WS-RESULT-REMARK
               ADD 1 TO WS-ALREADY-CNT
           ELSE
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               MOVE 'Y'            TO CU-UNDELIV-FLAG
               MOVE MR-RETURN-DATE TO CU-UNDELIV-DATE
               MOVE MR-REASON      TO CU-UNDELIV-REASON
               REWRITE CUSTOMER-REC
                   INVALID KEY
                       DISPLAY '顧客書き戻しエラー: '
                               CU-CUSTOMER-NO ' ' WS-CUS-STATUS
                       MOVE '書き戻しエラー' TO WS-RESULT-REMARK
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       MOVE '不達設定' TO WS-RESULT-REMARK
                       ADD 1 TO WS-FLAGGED-CNT
               END-REWRITE
           END-IF.

      *    設定前の顧客イメージをCUBIMGへ記録する（CUSTMNTの
      *    訂正(C)と同じ形式とする）
       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO CB-ACTION.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO CB-TIMESTAMP.
           MOVE CUSTOMER-REC TO CB-CUSTOMER-IMAGE.
           WRITE CUST-BIMG-REC.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE MR-CUSTOMER-NO   TO OUT-REGISTER-REC(3:8).
           MOVE MR-RETURN-DATE   TO OUT-REGISTER-REC(12:8).
           MOVE MR-REASON        TO OUT-REGISTER-REC(22:2).
           MOVE MR-CONTRACT-NO   TO OUT-REGISTER-REC(26:10).
           MOVE MR-DOC-TYPE      TO OUT-REGISTER-REC(38:1).
           MOVE WS-RESULT-REMARK TO OUT-REGISTER-REC(42:30).
           WRITE OUT-REGISTER-REC.

       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-READ-CNT TO WS-RPT-CNT-EDIT.
           STRING '受付件数:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-FLAGGED-CNT TO WS-RPT-CNT-EDIT.
           STRING '不達設定:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-ALREADY-CNT TO WS-RPT-CNT-EDIT.
           STRING '登録済:     ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE WS-REJECT-CNT TO WS-RPT-CNT-EDIT.
           STRING '受付拒否:   ' WS-RPT-CNT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.

       TERM-PROCESS.
           DISPLAY '返送受付件数:   ' WS-READ-CNT.
           DISPLAY '不達設定件数:   ' WS-FLAGGED-CNT.
           DISPLAY '不達登録済件数: ' WS-ALREADY-CNT.
           DISPLAY '受付拒否件数:   ' WS-REJECT-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IN-RETURN-FILE
                 CUSTOMER-FILE
                 BEFORE-IMAGE-FILE
                 OUT-REGISTER-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'RTNMAIL' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-FLAGGED-CNT TO CTL-WRITE-CNT.
           MOVE WS-REJECT-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
