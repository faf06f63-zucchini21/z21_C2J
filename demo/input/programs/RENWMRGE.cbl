      *    それぞれ単一ファイルへ併合する
      *  - REFUNDOUT1〜4を共有の返戻金指示フィード（REFUNDOUT）へ
      *    追記する（区分実行中は共有フィードへ直接追記しない）
      *  - ADRTRACE1〜4を共有の住所調査リスト（ADRTRACE）へ追記
      *    する（返戻金指示と同じ扱い）
      *  - 区分別のRENWOUT+EXPOUT+PAIDUPOUT+GRACENOT併合件数を、
      *    当該区分CONTRENnが実行控制総計（CTLTOTAL）へ刻印した
      *    出力件数と突き合わせる（単一実行のRECONCILE-COUNTSに
               ASSIGN TO 'REFUNDOUT4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT IN-ATR1-FILE
               ASSIGN TO 'ADRTRACE1'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT IN-ATR2-FILE
               ASSIGN TO 'ADRTRACE2'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT IN-ATR3-FILE
               ASSIGN TO 'ADRTRACE3'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT IN-ATR4-FILE
               ASSIGN TO 'ADRTRACE4'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT IN-GRU1-FILE
               ASSIGN TO 'GRACEUPD1'
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.
      *    住所調査リストは複数バッチが追記する共有ファイル
           SELECT TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
           SELECT OUT-SUMMARY-FILE
               ASSIGN TO 'SUMRPT'
               ORGANIZATION IS SEQUENTIAL
       01  IN-RFD3-REC               PIC X(99).
       FD  IN-RFD4-FILE.
       01  IN-RFD4-REC               PIC X(99).
       FD  IN-ATR1-FILE.
       01  IN-ATR1-REC               PIC X(171).
       FD  IN-ATR2-FILE.
       01  IN-ATR2-REC               PIC X(171).
       FD  IN-ATR3-FILE.
       01  IN-ATR3-REC               PIC X(171).
       FD  IN-ATR4-FILE.
       01  IN-ATR4-REC               PIC X(171).
       FD  IN-GRU1-FILE.
       01  IN-GRU1-REC               PIC X(40).
       FD  IN-GRU2-FILE.
       01  OUT-GRACE-NOTICE-REC      PIC X(155).
       FD  REFUND-FILE.
       01  REFUND-REC                PIC X(99).
       FD  TRACE-FILE.
       01  TRACE-REC                 PIC X(171).
       FD  OUT-SUMMARY-FILE.
       01  OUT-SUMMARY-REC           PIC X(80).

           05  WS-NTF-STATUS         PIC X(2).
           05  WS-GRN-STATUS         PIC X(2).
           05  WS-RFD-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-SUM-STATUS         PIC X(2).
           05  WS-GRC-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).
           05  WS-NTF-TOTAL-CNT      PIC 9(7) VALUE ZERO.
           05  WS-GRN-TOTAL-CNT      PIC 9(7) VALUE ZERO.
           05  WS-RFD-TOTAL-CNT      PIC 9(7) VALUE ZERO.
           05  WS-ATR-TOTAL-CNT      PIC 9(7) VALUE ZERO.
           05  WS-SUM-LINE-CNT       PIC 9(7) VALUE ZERO.
           05  WS-GRACE-ADD-CNT      PIC 9(7) VALUE ZERO.
           05  WS-GRACE-DEL-CNT      PIC 9(7) VALUE ZERO.
           PERFORM MERGE-NOTIFY-OUTPUTS.
           PERFORM MERGE-GRACENOT-OUTPUTS.
           PERFORM MERGE-REFUND-OUTPUTS.
           PERFORM MERGE-TRACE-OUTPUTS.
           PERFORM MERGE-SUMMARY-OUTPUTS.
           PERFORM VERIFY-MERGE-COUNTS.
           IF WS-MERGE-OK
                        OUT-GRACE-NOTICE-FILE
                        OUT-SUMMARY-FILE.
           PERFORM OPEN-REFUND-FILE.
           PERFORM OPEN-TRACE-FILE.

      *    区分定義を読み込む（区分定義がなければ併合対象がない
      *    ため起動を拒否する）
               OPEN OUTPUT REFUND-FILE
           END-IF.

      *    住所調査リストも共有ファイルのため追記で開く
       OPEN-TRACE-FILE.
           OPEN EXTEND TRACE-FILE.
           IF WS-TRC-STATUS = '35' OR '05'
               CLOSE TRACE-FILE
               OPEN OUTPUT TRACE-FILE
           END-IF.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
                   ADD 1 TO WS-RFD-TOTAL-CNT
           END-READ.

      *    住所調査リスト（ADRTRACE1〜4）を共有ファイルへ追記する
       MERGE-TRACE-OUTPUTS.
           IF WS-PT-USED(1)
               OPEN INPUT IN-ATR1-FILE
               MOVE 'ADRTRACE' TO WS-MERGE-GROUP
               MOVE 1 TO WS-PART-SUB
               PERFORM CHECK-MERGE-OPEN
               PERFORM COPY-ATR1-LOOP-INIT
               CLOSE IN-ATR1-FILE
           END-IF.
           IF WS-PT-USED(2)
               OPEN INPUT IN-ATR2-FILE
               MOVE 'ADRTRACE' TO WS-MERGE-GROUP
               MOVE 2 TO WS-PART-SUB
               PERFORM CHECK-MERGE-OPEN
               PERFORM COPY-ATR2-LOOP-INIT
               CLOSE IN-ATR2-FILE
           END-IF.
           IF WS-PT-USED(3)
               OPEN INPUT IN-ATR3-FILE
               MOVE 'ADRTRACE' TO WS-MERGE-GROUP
               MOVE 3 TO WS-PART-SUB
               PERFORM CHECK-MERGE-OPEN
               PERFORM COPY-ATR3-LOOP-INIT
               CLOSE IN-ATR3-FILE
           END-IF.
           IF WS-PT-USED(4)
               OPEN INPUT IN-ATR4-FILE
               MOVE 'ADRTRACE' TO WS-MERGE-GROUP
               MOVE 4 TO WS-PART-SUB
               PERFORM CHECK-MERGE-OPEN
               PERFORM COPY-ATR4-LOOP-INIT
               CLOSE IN-ATR4-FILE
           END-IF.

       COPY-ATR1-LOOP-INIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM COPY-ATR1-LOOP
               UNTIL WS-EOF.

       COPY-ATR1-LOOP.
           READ IN-ATR1-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE IN-ATR1-REC TO TRACE-REC
                   WRITE TRACE-REC
                   ADD 1 TO WS-ATR-TOTAL-CNT
           END-READ.

       COPY-ATR2-LOOP-INIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM COPY-ATR2-LOOP
               UNTIL WS-EOF.

       COPY-ATR2-LOOP.
           READ IN-ATR2-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE IN-ATR2-REC TO TRACE-REC
                   WRITE TRACE-REC
                   ADD 1 TO WS-ATR-TOTAL-CNT
           END-READ.

       COPY-ATR3-LOOP-INIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM COPY-ATR3-LOOP
               UNTIL WS-EOF.

       COPY-ATR3-LOOP.
           READ IN-ATR3-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE IN-ATR3-REC TO TRACE-REC
                   WRITE TRACE-REC
                   ADD 1 TO WS-ATR-TOTAL-CNT
           END-READ.

       COPY-ATR4-LOOP-INIT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM COPY-ATR4-LOOP
               UNTIL WS-EOF.

       COPY-ATR4-LOOP.
           READ IN-ATR4-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE IN-ATR4-REC TO TRACE-REC
                   WRITE TRACE-REC
                   ADD 1 TO WS-ATR-TOTAL-CNT
           END-READ.

      *    区分別の結果報告書（SUMRPT1〜4）を区分見出し付きで
      *    1本の報告書へ併合する
       MERGE-SUMMARY-OUTPUTS.
           DISPLAY '併合通知件数:   ' WS-NTF-TOTAL-CNT.
           DISPLAY '併合督促件数:   ' WS-GRN-TOTAL-CNT.
           DISPLAY '追記返戻件数:   ' WS-RFD-TOTAL-CNT.
           DISPLAY '追記住所調査数: ' WS-ATR-TOTAL-CNT.
           DISPLAY '併合報告書行数: ' WS-SUM-LINE-CNT.
           DISPLAY '猶予登録件数:   ' WS-GRACE-ADD-CNT.
           DISPLAY '猶予解除件数:   ' WS-GRACE-DEL-CNT.
                 OUT-NOTIFY-FILE
                 OUT-GRACE-NOTICE-FILE
                 REFUND-FILE
                 TRACE-FILE
                 OUT-SUMMARY-FILE.

       DISPLAY-PARTITION-COUNTS.
