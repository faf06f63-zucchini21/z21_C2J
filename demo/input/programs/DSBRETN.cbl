       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSBRETN.
      *================================================================*
      * 振込不能返却処理バッチプログラム
      * 銀行から返却された振込不能ファイル（DSBRETIN。口座解約・
      * 口座なし・名義相違など）を読み、DSBPAYが記録した支払指示
      * 履歴（DSBHIST）を組戻し(R)に更新する。返却された支払は
      * 自動で再振込せず、再支払作業リスト（DSBWORK）へ追加して
      * 振込先確認のうえ再支払する。あわせて振込不能返却登録簿
      * （DSBRTRPT）を出力する。
      * 顧客コード欄の支払指示キーで履歴を照合する。履歴に該当が
      * ない返却も作業リストへ追加し、返却金を取りこぼさない。
      * COPY: CPYDSBHS（支払指示履歴ファイルレコードレイアウト）
      * COPY: CPYDSBWK（再支払作業リストレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-RETURN-FILE
               ASSIGN TO 'DSBRETIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO 'DSBHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-INSTR-KEY
               FILE STATUS IS WS-HIS-STATUS.
           SELECT OUT-REGISTER-FILE
               ASSIGN TO 'DSBRTRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *    再支払作業リスト（追記式。DSBPAYと共用）
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
      *    振込不能返却レコード（データ区分2のみ処理する。
      *    ヘッダ1・トレーラ8・エンド9は読み飛ばす）
       FD  IN-RETURN-FILE.
       01  IN-RETURN-REC.
           05  RX-DATA-TYPE          PIC X(1).
               88  RX-TYPE-DATA      VALUE '2'.
      *    振込時に設定した支払指示キー
           05  RX-CUSTOMER-CODE.
               10  RX-CUST-SOURCE    PIC X(1).
               10  RX-CUST-CONTRACT  PIC X(10).
               10  RX-CUST-REFERENCE PIC X(9).
           05  RX-AMOUNT             PIC 9(10).
      *    返却事由（01=口座なし・解約 02=名義相違 他=その他）
           05  RX-RETURN-REASON      PIC X(2).
           05  RX-RETURN-DATE        PIC 9(8).
           05  RX-BANK-CODE          PIC X(4).
           05  RX-BRANCH-CODE        PIC X(3).
           05  RX-ACCOUNT-TYPE       PIC X(1).
           05  RX-ACCOUNT-NO         PIC X(7).
           05  FILLER                PIC X(64).

       FD  HISTORY-FILE.
           COPY CPYDSBHS.

       FD  OUT-REGISTER-FILE.
       01  OUT-REGISTER-REC          PIC X(80).

       FD  OUT-WORK-FILE.
           COPY CPYDSBWK.

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-RET-STATUS         PIC X(2).
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-WRK-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-HIS-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-HIS-FOUND      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-RETURNED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-UNMATCHED-CNT      PIC 9(7) VALUE ZERO.
           05  WS-DUP-CNT            PIC 9(7) VALUE ZERO.
           05  WS-WORK-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

       01  WS-TOTALS.
           05  WS-RETURNED-AMT       PIC 9(13)V99 VALUE ZERO.

       01  WS-RPT-WORK.
           05  WS-RPT-AMT-EDIT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-MESSAGE        PIC X(20).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM READ-RETURN-REC.
           PERFORM PROCESS-LOOP
               UNTIL WS-EOF.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           OPEN INPUT IN-RETURN-FILE.
           IF WS-RET-STATUS NOT = '00'
               DISPLAY '返却ファイルオープンエラー: '
                   WS-RET-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF WS-HIS-STATUS NOT = '00'
               DISPLAY '支払履歴オープンエラー: '
                   WS-HIS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-REGISTER-FILE.
           PERFORM OPEN-WORK-FILE.
           PERFORM OPEN-CTLTOTAL.
           PERFORM WRITE-REGISTER-HEADER.

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

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '***** 振込不能返却登録簿 *****'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '作成日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.

       READ-RETURN-REC.
           READ IN-RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       PROCESS-LOOP.
           IF RX-TYPE-DATA
               ADD 1 TO WS-READ-CNT
               PERFORM PROCESS-RETURN
           END-IF.
           PERFORM READ-RETURN-REC.

      *    返却1件を履歴と照合し、組戻しとして作業リストへ回す
      *    同じ返却の再受信（既に組戻し済み）は二重に追加しない
       PROCESS-RETURN.
           PERFORM READ-HISTORY.
           EVALUATE TRUE
               WHEN NOT WS-HIS-FOUND
                   ADD 1 TO WS-UNMATCHED-CNT
                   PERFORM WRITE-WORKLIST-RETURN
                   MOVE '履歴なし' TO WS-RPT-MESSAGE
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN DH-STAT-RETURNED
                   ADD 1 TO WS-DUP-CNT
                   MOVE '組戻し済' TO WS-RPT-MESSAGE
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN OTHER
                   PERFORM MARK-HISTORY-RETURNED
                   PERFORM WRITE-WORKLIST-RETURN
                   MOVE '組戻し' TO WS-RPT-MESSAGE
                   PERFORM WRITE-REGISTER-DETAIL
           END-EVALUATE.

       READ-HISTORY.
           MOVE 'N' TO WS-HIS-FOUND-FLAG.
           MOVE RX-CUST-SOURCE    TO DH-SOURCE.
           MOVE RX-CUST-CONTRACT  TO DH-CONTRACT-NO.
           MOVE RX-CUST-REFERENCE TO DH-REFERENCE.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIS-FOUND TO TRUE
           END-READ.

       MARK-HISTORY-RETURNED.
           SET DH-STAT-RETURNED TO TRUE.
           MOVE RX-RETURN-REASON TO DH-RETURN-REASON.
           IF RX-RETURN-DATE = ZERO
               MOVE WS-CURRENT-DATE TO DH-RETURN-DATE
           ELSE
               MOVE RX-RETURN-DATE TO DH-RETURN-DATE
           END-IF.
           REWRITE DISBURSE-HIST-REC
               INVALID KEY
                   DISPLAY '履歴更新エラー: ' WS-HIS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-RETURNED-CNT
                   ADD DH-AMOUNT TO WS-RETURNED-AMT
           END-REWRITE.

      *    再支払作業リストへ返却事由付きで追加する
       WRITE-WORKLIST-RETURN.
           MOVE SPACES TO DISBURSE-WORK-REC.
           MOVE RX-CUST-SOURCE    TO DW-SOURCE.
           MOVE RX-CUST-CONTRACT  TO DW-CONTRACT-NO.
           MOVE RX-CUST-REFERENCE TO DW-REFERENCE.
           IF WS-HIS-FOUND
               MOVE DH-HOLDER-NAME TO DW-HOLDER-NAME
               MOVE DH-AMOUNT      TO DW-AMOUNT
           ELSE
               MOVE RX-AMOUNT      TO DW-AMOUNT
           END-IF.
           EVALUATE RX-RETURN-REASON
               WHEN '01'
                   MOVE '01' TO DW-REASON-CODE
                   MOVE '口座なし・解約' TO DW-REASON-MSG
               WHEN '02'
                   MOVE '02' TO DW-REASON-CODE
                   MOVE '名義相違' TO DW-REASON-MSG
               WHEN OTHER
                   MOVE '99' TO DW-REASON-CODE
                   MOVE 'その他' TO DW-REASON-MSG
           END-EVALUATE.
           MOVE WS-CURRENT-DATE   TO DW-ENTRY-DATE.
           WRITE DISBURSE-WORK-REC.
           ADD 1 TO WS-WORK-CNT.

       WRITE-REGISTER-DETAIL.
           MOVE RX-AMOUNT TO WS-RPT-AMT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE RX-CUST-SOURCE    TO OUT-REGISTER-REC(1:1).
           MOVE RX-CUST-CONTRACT  TO OUT-REGISTER-REC(3:10).
           MOVE RX-CUST-REFERENCE TO OUT-REGISTER-REC(14:9).
           MOVE WS-RPT-AMT-EDIT   TO OUT-REGISTER-REC(24:20).
           MOVE RX-RETURN-REASON  TO OUT-REGISTER-REC(45:2).
           MOVE WS-RPT-MESSAGE    TO OUT-REGISTER-REC(48:20).
           WRITE OUT-REGISTER-REC.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE WS-RETURNED-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RETURNED-AMT TO WS-RPT-AMT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  組戻し計: ' WS-RPT-CNT-EDIT
                  ' 件 ' WS-RPT-AMT-EDIT
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE WS-WORK-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '  作業リスト追加: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.

       TERM-PROCESS.
           DISPLAY '返却読込件数:     ' WS-READ-CNT.
           DISPLAY '組戻し件数:       ' WS-RETURNED-CNT.
           DISPLAY '履歴なし件数:     ' WS-UNMATCHED-CNT.
           DISPLAY '組戻し済み件数:   ' WS-DUP-CNT.
           DISPLAY '作業リスト追加:   ' WS-WORK-CNT.
           DISPLAY 'エラー件数:       ' WS-ERROR-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IN-RETURN-FILE
                 HISTORY-FILE
                 OUT-REGISTER-FILE
                 OUT-WORK-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'DSBRETN' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT  TO CTL-READ-CNT.
           MOVE WS-WORK-CNT  TO CTL-WRITE-CNT.
           MOVE WS-ERROR-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
