       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIZDAY.
      *================================================================*
      * 銀行営業日補正サブプログラム
      * 算出済みの期日が銀行休業日（土日・祝日・年末年始）に
      * 当たる場合、銀行営業日カレンダマスタ（BIZCAL）を参照して
      * 翌銀行営業日へ繰り下げた日付を返す（営業日であれば
      * そのまま返す）。
      * CALL元: BILLGEN（請求・口座振替日）、CONTRENW（通知期限・
      *         猶予満了日）、INVREMND・INVMATCH（延滞日数の起算日）
      * カレンダに該当年のレコードがない場合は補正せずにエラーを
      * 返す。呼出元は従来の補正なしの動作へ戻さず異常終了する
      * COPY: CPYBZCAL（銀行営業日カレンダマスタレコードレイアウト）
      *================================================================*
      * CALL USING:
      *   BD-FUNCTION         X(1)  入力  R=翌営業日補正
      *                                    C=年登録確認（日付の年の
      *                                      カレンダ有無のみ確認）
      *                                    E=最終呼出（ファイルを閉じて
      *                                      復帰するのみ）
      *   BD-IN-DATE          9(8)  入力  補正前の日付（YYYYMMDD）
      *   BD-OUT-DATE         9(8)  出力  補正後の日付（エラー時は
      *                                    補正前の日付）
      *   BD-RETURN-CODE      9(2)  出力  リターンコード 00=正常
      *                                    01=カレンダ年未登録
      *                                    02=暦上存在しない日付
      *                                    99=カレンダマスタ未整備
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
               ASSIGN TO 'BIZCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BZ-YEAR
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CPYBZCAL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CAL-STATUS        PIC X(2).

       01  WS-FLAGS.
           05  WS-FIRST-CALL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-FIRST-CALL    VALUE 'Y'.
           05  WS-CAL-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CAL-AVAIL     VALUE 'Y'.

      *    直前に読み込んだカレンダ年（同一年の再読込を省く）
       01  WS-LOADED-YEAR           PIC 9(4) VALUE ZERO.

       01  WS-ROLL-WORK.
           05  WS-WORK-DATE         PIC 9(8).
           05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR     PIC 9(4).
               10  WS-WORK-MONTH    PIC 9(2).
               10  WS-WORK-DAY      PIC 9(2).
      *    繰下げ日数の上限（休業日が1年を超えて続くカレンダの
      *    誤登録で無限に繰り下げないための歯止め）
           05  WS-ROLL-CNT          PIC 9(3).
           05  WS-ROLL-LIMIT        PIC 9(3) VALUE 366.

       LINKAGE SECTION.
       01  BD-FUNCTION              PIC X(1).
           88  BD-FUNC-ROLL         VALUE 'R'.
           88  BD-FUNC-CHECK        VALUE 'C'.
           88  BD-FUNC-END          VALUE 'E'.
       01  BD-IN-DATE               PIC 9(8).
       01  BD-OUT-DATE              PIC 9(8).
       01  BD-RETURN-CODE           PIC 9(2).

       PROCEDURE DIVISION USING BD-FUNCTION
                                BD-IN-DATE
                                BD-OUT-DATE
                                BD-RETURN-CODE.

       MAIN-ROLL.
      *    呼出元の最終呼出では、開いたファイルを閉じるだけで
      *    補正は行わずに復帰する
           IF BD-FUNC-END
               PERFORM CLOSE-CALENDAR
               GOBACK
           END-IF.
           IF WS-FIRST-CALL
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-STATUS = '00'
                   SET WS-CAL-AVAIL TO TRUE
               END-IF
               MOVE 'N' TO WS-FIRST-CALL-FLAG
           END-IF.
           MOVE ZERO TO BD-RETURN-CODE.
           MOVE BD-IN-DATE TO BD-OUT-DATE.
           IF NOT WS-CAL-AVAIL
               MOVE 99 TO BD-RETURN-CODE
               GOBACK
           END-IF.
           MOVE BD-IN-DATE TO WS-WORK-DATE.
           IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
                   OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
               MOVE 02 TO BD-RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CALENDAR-YEAR.
           IF BD-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           IF BZ-NO-SUCH-DAY(WS-WORK-MONTH, WS-WORK-DAY)
               MOVE 02 TO BD-RETURN-CODE
               GOBACK
           END-IF.
           IF BD-FUNC-ROLL
               PERFORM ROLL-TO-BUSINESS-DAY
           END-IF.
           GOBACK.

      *    作業日付の年のカレンダレコードを読み込む
       LOAD-CALENDAR-YEAR.
           IF WS-WORK-YEAR NOT = WS-LOADED-YEAR
               MOVE WS-WORK-YEAR TO BZ-YEAR
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-LOADED-YEAR
                       MOVE 01 TO BD-RETURN-CODE
                   NOT INVALID KEY
                       MOVE WS-WORK-YEAR TO WS-LOADED-YEAR
               END-READ
           END-IF.

      *    営業日に当たるまで1日ずつ繰り下げる（月末・年末を
      *    越える場合は翌月1日・翌年のカレンダへ進む）
       ROLL-TO-BUSINESS-DAY.
           MOVE ZERO TO WS-ROLL-CNT.
           PERFORM ADVANCE-ONE-DAY
               UNTIL BZ-BUSINESS-DAY(WS-WORK-MONTH, WS-WORK-DAY)
                  OR BD-RETURN-CODE NOT = ZERO.
           IF BD-RETURN-CODE = ZERO
               MOVE WS-WORK-DATE TO BD-OUT-DATE
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-ROLL-CNT.
           IF WS-ROLL-CNT > WS-ROLL-LIMIT
               MOVE 01 TO BD-RETURN-CODE
           ELSE
               ADD 1 TO WS-WORK-DAY
               IF WS-WORK-DAY > 31
                   MOVE 01 TO WS-WORK-DAY
                   PERFORM ADVANCE-ONE-MONTH
               ELSE
                   IF BZ-NO-SUCH-DAY(WS-WORK-MONTH, WS-WORK-DAY)
                       MOVE 01 TO WS-WORK-DAY
                       PERFORM ADVANCE-ONE-MONTH
                   END-IF
               END-IF
           END-IF.

       ADVANCE-ONE-MONTH.
           IF WS-WORK-MONTH = 12
               MOVE 01 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
               PERFORM LOAD-CALENDAR-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.

       CLOSE-CALENDAR.
           IF WS-CAL-AVAIL
               CLOSE CALENDAR-FILE
               MOVE 'N' TO WS-CAL-AVAIL-FLAG
           END-IF.
           SET WS-FIRST-CALL TO TRUE.
           MOVE ZERO TO WS-LOADED-YEAR.
