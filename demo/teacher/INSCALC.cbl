      *================================================================*
      * 保険料計算バッチプログラム
      * 契約者マスタを読み込み、保険料を計算して結果ファイルに出力
      * 入力は被保険者ごとの1件で、被保険者別の明細（区分D）を
      * 出力したうえで、契約番号の変わり目に契約合計（区分T）を
      * 出力する（被保険者のいずれかがエラーの契約は合計を出力
      * しない）
      * 試算パラメータファイル（SIMPARM）が存在する場合は料率改定
      * 影響試算モードで動作する:
      *  - 全契約を現行料率（RATEIN）と改定案料率（RATESIM）の
           05  OR-RIDER-PREMIUM      PIC 9(7)V99.
           05  OR-TOTAL-PREMIUM      PIC 9(7)V99.
           05  OR-CALC-DATE          PIC 9(8).
      *    レコード区分（D: 被保険者別明細 T: 契約合計）
           05  OR-RECORD-TYPE        PIC X(1).
               88  OR-REC-DETAIL     VALUE 'D'.
               88  OR-REC-TOTAL      VALUE 'T'.
           05  OR-INSURED-SEQ        PIC 9(2).
           05  FILLER                PIC X(32).

       FD  OUT-ERROR-FILE.
       01  OUT-ERROR-REC.
               88  WS-SIM-FOUND      VALUE 'Y'.
           05  WS-RATE-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-RATE-FOUND     VALUE 'Y'.
           05  WS-CW-ERROR-FLAG      PIC X(1) VALUE 'N'.
               88  WS-CW-HAS-ERROR   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-SIM-CMP-CNT        PIC 9(7) VALUE ZERO.
           05  WS-SIM-MISS-CNT       PIC 9(7) VALUE ZERO.
           05  WS-SIM-OVER-CNT       PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-CNT          PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-SKIP-CNT     PIC 9(7) VALUE ZERO.

       01  WS-CALC-WORK.
           05  WS-AGE                PIC 9(3).
      *    計算に使用した年齢区分番号（試算集計のキー用）
           05  WS-AGE-BAND-NO        PIC 9(2).

      *    契約単位の保険料合計（被保険者全員分を積み上げる）
       01  WS-CONTRACT-WORK.
           05  WS-CW-CONTRACT-NO     PIC X(10) VALUE SPACES.
           05  WS-CW-HOLDER-NAME     PIC N(20).
           05  WS-CW-BASE-PREMIUM    PIC 9(9)V9(4) VALUE ZERO.
           05  WS-CW-RIDER-PREMIUM   PIC 9(9)V9(4) VALUE ZERO.
           05  WS-CW-TOTAL-PREMIUM   PIC 9(9)V9(4) VALUE ZERO.
           05  WS-CW-INSURED-CNT     PIC 9(3) VALUE ZERO.

      *    試算モードの作業領域（改定案料率での計算結果と比較値）
       01  WS-SIM-WORK.
           05  WS-SIM-THRESHOLD-PCT  PIC 9(3) VALUE 010.
      *    そのままWRITE-RESULTしてしまわないよう、料率計算の
      *    前後でWS-HAS-ERRORを再確認する
       CALC-LOOP.
           IF IC-CONTRACT-NO NOT = WS-CW-CONTRACT-NO
               PERFORM CONTRACT-BREAK
               PERFORM START-CONTRACT
           END-IF.
           MOVE 'N' TO WS-ERROR-FLAG.
           MOVE ZERO TO WS-BASE-PREMIUM.
           PERFORM VALIDATE-INPUT.
                   PERFORM WRITE-RESULT
               END-IF
           END-IF.
           IF WS-HAS-ERROR
               SET WS-CW-HAS-ERROR TO TRUE
           END-IF.
           PERFORM READ-CONTRACT.

      *    契約の変わり目に前契約の合計を出力する（試算モード、
      *    およびエラーの被保険者がいる契約は出力しない）
       CONTRACT-BREAK.
           IF WS-CW-INSURED-CNT > ZERO AND NOT WS-SIM-MODE
               IF WS-CW-HAS-ERROR
                   DISPLAY '契約合計出力なし'
                           '(被保険者エラー): '
                           WS-CW-CONTRACT-NO
                   ADD 1 TO WS-TOTAL-SKIP-CNT
               ELSE
                   PERFORM WRITE-CONTRACT-TOTAL
               END-IF
           END-IF.

       START-CONTRACT.
           MOVE IC-CONTRACT-NO TO WS-CW-CONTRACT-NO.
           MOVE IC-HOLDER-NAME TO WS-CW-HOLDER-NAME.
           MOVE ZERO TO WS-CW-BASE-PREMIUM
                        WS-CW-RIDER-PREMIUM
                        WS-CW-TOTAL-PREMIUM
                        WS-CW-INSURED-CNT.
           MOVE 'N' TO WS-CW-ERROR-FLAG.

       VALIDATE-INPUT.
           IF IC-CONTRACT-NO = SPACES
               MOVE 'E001' TO ER-ERROR-CODE
           COMPUTE WS-TOTAL-PREMIUM =
               WS-BASE-PREMIUM + WS-RIDER-PREMIUM.

      *    被保険者別の明細を出力し、契約合計へ積み上げる
       WRITE-RESULT.
           MOVE SPACES            TO OUT-RESULT-REC.
           MOVE IC-CONTRACT-NO    TO OR-CONTRACT-NO.
           MOVE IC-HOLDER-NAME    TO OR-HOLDER-NAME.
           MOVE WS-BASE-PREMIUM   TO OR-BASE-PREMIUM.
           MOVE WS-RIDER-PREMIUM  TO OR-RIDER-PREMIUM.
           MOVE WS-TOTAL-PREMIUM  TO OR-TOTAL-PREMIUM.
           MOVE WS-CURRENT-DATE   TO OR-CALC-DATE.
           SET OR-REC-DETAIL      TO TRUE.
           MOVE IC-INSURED-SEQ    TO OR-INSURED-SEQ.
           WRITE OUT-RESULT-REC.
           ADD 1 TO WS-WRITE-CNT.
           ADD WS-BASE-PREMIUM  TO WS-CW-BASE-PREMIUM.
           ADD WS-RIDER-PREMIUM TO WS-CW-RIDER-PREMIUM.
           ADD WS-TOTAL-PREMIUM TO WS-CW-TOTAL-PREMIUM.
           ADD 1 TO WS-CW-INSURED-CNT.

      *    契約合計を出力する（被保険者連番はゼロ）
       WRITE-CONTRACT-TOTAL.
           MOVE SPACES              TO OUT-RESULT-REC.
           MOVE WS-CW-CONTRACT-NO   TO OR-CONTRACT-NO.
           MOVE WS-CW-HOLDER-NAME   TO OR-HOLDER-NAME.
           MOVE WS-CW-BASE-PREMIUM  TO OR-BASE-PREMIUM.
           MOVE WS-CW-RIDER-PREMIUM TO OR-RIDER-PREMIUM.
           MOVE WS-CW-TOTAL-PREMIUM TO OR-TOTAL-PREMIUM.
           MOVE WS-CURRENT-DATE     TO OR-CALC-DATE.
           SET OR-REC-TOTAL         TO TRUE.
           MOVE ZERO                TO OR-INSURED-SEQ.
           WRITE OUT-RESULT-REC.
           ADD 1 TO WS-WRITE-CNT.
           ADD 1 TO WS-TOTAL-CNT.

      *    エラーコードに対応するメッセージ・重大度をカタログから
      *    取得する（REJECTのみ以降の計算処理をブロックする）
           WRITE CONTROL-TOTALS-REC.

       TERM-PROCESS.
           PERFORM CONTRACT-BREAK.
           DISPLAY '処理件数: ' WS-READ-CNT.
           DISPLAY '出力件数: ' WS-WRITE-CNT.
           DISPLAY 'エラー件数: ' WS-ERROR-CNT.
           IF NOT WS-SIM-MODE
               DISPLAY '契約合計件数: ' WS-TOTAL-CNT
               DISPLAY '合計出力なし: ' WS-TOTAL-SKIP-CNT
           END-IF.
           IF WS-SIM-MODE
               DISPLAY '比較件数:       ' WS-SIM-CMP-CNT
               DISPLAY '改定案料率なし: ' WS-SIM-MISS-CNT
