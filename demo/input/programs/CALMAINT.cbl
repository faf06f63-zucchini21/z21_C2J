       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
      *================================================================*
      * 銀行営業日カレンダマスタオンライン保守トランザクション
      * 暦年単位のカレンダレコードの登録・削除、日単位の休業日・
      * 営業日の設定、月単位の照会を行う。
      * 年登録時は土曜・日曜と年末年始（12月31日・1月1日〜3日）を
      * 休業日、それ以外を営業日として初期設定する。祝日・振替
      * 休日は銀行の公表に基づき休業日設定(H)で個別に登録する。
      * 更新前イメージをログファイル（BZBIMG）に記録し、監査・
      * 手作業復旧の拠り所とする（CONTMAINTのCTBIMGと同じ扱い）
      * COPY: CPYBZCAL（銀行営業日カレンダマスタレコードレイアウト）
      * COPY: CPYBZBIM（カレンダマスタ更新前イメージログレイアウト）
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
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'BZBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CPYBZCAL.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYBZBIM.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CAL-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-ADD       VALUE 'A'.
               88  WS-TRAN-HOLIDAY   VALUE 'H'.
               88  WS-TRAN-BUSINESS  VALUE 'B'.
               88  WS-TRAN-DELETE    VALUE 'D'.
               88  WS-TRAN-INQUIRY   VALUE 'I'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-TRAN-YEAR          PIC 9(4).
           05  WS-TRAN-DATE          PIC 9(8).
           05  WS-TRAN-DATE-R REDEFINES WS-TRAN-DATE.
               10  WS-TRAN-DATE-YEAR PIC 9(4).
               10  WS-TRAN-DATE-MONTH PIC 9(2).
               10  WS-TRAN-DATE-DAY  PIC 9(2).
           05  WS-TRAN-MONTH         PIC 9(2).

      *    年登録時の初期設定の作業領域
      *    （曜日は 0=土 1=日 2=月 … 6=金。元日の曜日をツェラーの
      *      公式で求め、以降は1日ずつ進める）
       01  WS-CALENDAR-WORK.
           05  WS-CAL-MONTH          PIC 9(2).
           05  WS-CAL-DAY            PIC 9(2).
           05  WS-CAL-MONTH-MAX      PIC 9(2).
           05  WS-WEEKDAY            PIC 9(1).
           05  WS-PRIOR-YEAR         PIC 9(4).
           05  WS-CENTURY            PIC 9(2).
           05  WS-YEAR-OF-CENTURY    PIC 9(2).
           05  WS-QUARTER-WORK       PIC 9(3).
           05  WS-ZELLER-SUM         PIC 9(4).
           05  WS-LEAP-QUOT          PIC 9(4).
           05  WS-LEAP-REM           PIC 9(4).
           05  WS-BUSINESS-CNT       PIC 9(3).
           05  WS-MONTH-LINE         PIC X(31).

       01  WS-COUNTERS.
           05  WS-ADD-CNT            PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-DELETE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    カレンダマスタを更新モードで開く
      *    初回実行時は未作成のため、新規作成してから開き直す
       INIT-PROCESS.
           OPEN I-O CALENDAR-FILE.
           IF WS-CAL-STATUS = '35'
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.

       TRANSACTION-LOOP.
           PERFORM ACCEPT-TRANSACTION.
           IF NOT WS-TRAN-EXIT
               PERFORM PROCESS-TRANSACTION
           ELSE
               SET WS-DONE TO TRUE
           END-IF.

       ACCEPT-TRANSACTION.
           DISPLAY '区分(A=年登録/H=休業日/B=営業日'
                   '/D=年削除/I=照会/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
               WHEN WS-TRAN-DELETE
                   DISPLAY '年(YYYY) ?'
                   ACCEPT WS-TRAN-YEAR FROM CONSOLE
               WHEN WS-TRAN-HOLIDAY
               WHEN WS-TRAN-BUSINESS
                   DISPLAY '日付(YYYYMMDD) ?'
                   ACCEPT WS-TRAN-DATE FROM CONSOLE
                   MOVE WS-TRAN-DATE-YEAR TO WS-TRAN-YEAR
               WHEN WS-TRAN-INQUIRY
                   DISPLAY '年(YYYY) ?'
                   ACCEPT WS-TRAN-YEAR FROM CONSOLE
                   DISPLAY '月(MM) ?'
                   ACCEPT WS-TRAN-MONTH FROM CONSOLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROCESS-TRANSACTION.
           MOVE WS-TRAN-YEAR TO BZ-YEAR.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-CALENDAR-YEAR
               WHEN WS-TRAN-HOLIDAY
               WHEN WS-TRAN-BUSINESS
                   PERFORM CHANGE-CALENDAR-DAY
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-CALENDAR-YEAR
               WHEN WS-TRAN-INQUIRY
                   PERFORM INQUIRE-CALENDAR-MONTH
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    年登録: 土日・年末年始を休業日とした初期カレンダを作成する
       ADD-CALENDAR-YEAR.
           READ CALENDAR-FILE
               INVALID KEY
                   PERFORM BUILD-DEFAULT-CALENDAR
                   WRITE BIZ-CALENDAR-REC
                       INVALID KEY
                           DISPLAY '登録エラー: ' WS-CAL-STATUS
                           ADD 1 TO WS-REJECT-CNT
                       NOT INVALID KEY
                           PERFORM LOG-BEFORE-IMAGE-ADD
                           ADD 1 TO WS-ADD-CNT
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'カレンダ登録済み: ' WS-TRAN-YEAR
                   ADD 1 TO WS-REJECT-CNT
           END-READ.

       BUILD-DEFAULT-CALENDAR.
           MOVE SPACES TO BIZ-CALENDAR-REC.
           MOVE WS-TRAN-YEAR TO BZ-YEAR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO BZ-UPDATE-DATE.
           PERFORM CALC-NEW-YEAR-WEEKDAY.
           PERFORM BUILD-CALENDAR-MONTH
               VARYING WS-CAL-MONTH FROM 1 BY 1
               UNTIL WS-CAL-MONTH > 12.

      *    元日の曜日を求める（ツェラーの公式。1月は前年の13月と
      *    して扱うため、前年の世紀・世紀内の年で計算する）
      *    h = (1 + 13×14÷5 + K + K÷4 + J÷4 + 5J) mod 7
       CALC-NEW-YEAR-WEEKDAY.
           COMPUTE WS-PRIOR-YEAR = WS-TRAN-YEAR - 1.
           DIVIDE WS-PRIOR-YEAR BY 100
               GIVING WS-CENTURY
               REMAINDER WS-YEAR-OF-CENTURY.
           COMPUTE WS-ZELLER-SUM = 37 + WS-YEAR-OF-CENTURY
                                 + 5 * WS-CENTURY.
           DIVIDE WS-YEAR-OF-CENTURY BY 4
               GIVING WS-QUARTER-WORK.
           ADD WS-QUARTER-WORK TO WS-ZELLER-SUM.
           DIVIDE WS-CENTURY BY 4
               GIVING WS-QUARTER-WORK.
           ADD WS-QUARTER-WORK TO WS-ZELLER-SUM.
           DIVIDE WS-ZELLER-SUM BY 7
               GIVING WS-LEAP-QUOT
               REMAINDER WS-WEEKDAY.

       BUILD-CALENDAR-MONTH.
           PERFORM CALC-MONTH-MAX.
           PERFORM BUILD-CALENDAR-DAY
               VARYING WS-CAL-DAY FROM 1 BY 1
               UNTIL WS-CAL-DAY > WS-CAL-MONTH-MAX.

      *    土曜(0)・日曜(1)と年末年始を休業日、その他を営業日とする
       BUILD-CALENDAR-DAY.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 1
               SET BZ-HOLIDAY(WS-CAL-MONTH, WS-CAL-DAY) TO TRUE
           ELSE
               SET BZ-BUSINESS-DAY(WS-CAL-MONTH, WS-CAL-DAY)
                   TO TRUE
           END-IF.
           IF (WS-CAL-MONTH = 1 AND WS-CAL-DAY <= 3)
                   OR (WS-CAL-MONTH = 12 AND WS-CAL-DAY = 31)
               SET BZ-HOLIDAY(WS-CAL-MONTH, WS-CAL-DAY) TO TRUE
           END-IF.
           IF WS-WEEKDAY = 6
               MOVE ZERO TO WS-WEEKDAY
           ELSE
               ADD 1 TO WS-WEEKDAY
           END-IF.

      *    当該月の末日を求める（2月はうるう年を判定する。うるう年
      *    は4で割り切れ、かつ100で割り切れない年、または400で
      *    割り切れる年）
       CALC-MONTH-MAX.
           EVALUATE WS-CAL-MONTH
               WHEN 02
                   MOVE 28 TO WS-CAL-MONTH-MAX
                   DIVIDE WS-TRAN-YEAR BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       DIVIDE WS-TRAN-YEAR BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 29 TO WS-CAL-MONTH-MAX
                       ELSE
                           DIVIDE WS-TRAN-YEAR BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = ZERO
                               MOVE 29 TO WS-CAL-MONTH-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-CAL-MONTH-MAX
               WHEN OTHER
                   MOVE 31 TO WS-CAL-MONTH-MAX
           END-EVALUATE.

      *    休業日・営業日設定: 指定日の区分を変更する
      *    （暦上存在しない日付は受け付けない）
       CHANGE-CALENDAR-DAY.
           IF WS-TRAN-DATE-MONTH < 1 OR WS-TRAN-DATE-MONTH > 12
                   OR WS-TRAN-DATE-DAY < 1 OR WS-TRAN-DATE-DAY > 31
               DISPLAY '日付が不正です: ' WS-TRAN-DATE
               ADD 1 TO WS-REJECT-CNT
           ELSE
               READ CALENDAR-FILE
                   INVALID KEY
                       DISPLAY 'カレンダ未登録: ' WS-TRAN-YEAR
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       PERFORM APPLY-DAY-CHANGE
               END-READ
           END-IF.

       APPLY-DAY-CHANGE.
           IF BZ-NO-SUCH-DAY(WS-TRAN-DATE-MONTH, WS-TRAN-DATE-DAY)
               DISPLAY '暦上存在しない日付: ' WS-TRAN-DATE
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               IF WS-TRAN-HOLIDAY
                   SET BZ-HOLIDAY(WS-TRAN-DATE-MONTH,
                                  WS-TRAN-DATE-DAY) TO TRUE
               ELSE
                   SET BZ-BUSINESS-DAY(WS-TRAN-DATE-MONTH,
                                       WS-TRAN-DATE-DAY) TO TRUE
               END-IF
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO BZ-UPDATE-DATE
               REWRITE BIZ-CALENDAR-REC
                   INVALID KEY
                       DISPLAY '訂正エラー: ' WS-CAL-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-CNT
               END-REWRITE
           END-IF.

       DELETE-CALENDAR-YEAR.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY 'カレンダ未登録: ' WS-TRAN-YEAR
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-DELETE
                   DELETE CALENDAR-FILE
                       INVALID KEY
                           DISPLAY '削除エラー: ' WS-CAL-STATUS
                           ADD 1 TO WS-REJECT-CNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-CNT
                   END-DELETE
           END-READ.

      *    照会: 指定月の各日の区分（B=営業日/H=休業日）を1日から
      *    順に表示し、営業日数を添える
       INQUIRE-CALENDAR-MONTH.
           IF WS-TRAN-MONTH < 1 OR WS-TRAN-MONTH > 12
               DISPLAY '月が不正です: ' WS-TRAN-MONTH
               ADD 1 TO WS-REJECT-CNT
           ELSE
               READ CALENDAR-FILE
                   INVALID KEY
                       DISPLAY 'カレンダ未登録: ' WS-TRAN-YEAR
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       PERFORM DISPLAY-CALENDAR-MONTH
               END-READ
           END-IF.

       DISPLAY-CALENDAR-MONTH.
           MOVE BZ-MONTH(WS-TRAN-MONTH) TO WS-MONTH-LINE.
           MOVE ZERO TO WS-BUSINESS-CNT.
           INSPECT WS-MONTH-LINE
               TALLYING WS-BUSINESS-CNT FOR ALL 'B'.
           DISPLAY '*** 営業日カレンダ照会結果 ***'.
           DISPLAY '年月:       ' WS-TRAN-YEAR WS-TRAN-MONTH.
           DISPLAY '日:         1234567890123456789012345678901'.
           DISPLAY '区分:       ' WS-MONTH-LINE.
           DISPLAY '営業日数:   ' WS-BUSINESS-CNT.
           DISPLAY '最終更新日: ' BZ-UPDATE-DATE.
           ADD 1 TO WS-INQUIRY-CNT.

       LOG-BEFORE-IMAGE-ADD.
           MOVE 'A' TO ZB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO ZB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-DELETE.
           MOVE 'D' TO ZB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       WRITE-BEFORE-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO ZB-TIMESTAMP.
           MOVE BIZ-CALENDAR-REC TO ZB-CALENDAR-IMAGE.
           WRITE CAL-BIMG-REC.

       TERM-PROCESS.
           DISPLAY '登録件数: ' WS-ADD-CNT.
           DISPLAY '訂正件数: ' WS-CHANGE-CNT.
           DISPLAY '削除件数: ' WS-DELETE-CNT.
           DISPLAY '照会件数: ' WS-INQUIRY-CNT.
           DISPLAY '拒否件数: ' WS-REJECT-CNT.
           CLOSE CALENDAR-FILE
                 BEFORE-IMAGE-FILE.
