      *================================================================*
      * CPYBZCAL - 銀行営業日カレンダマスタ（BIZCAL）レコードレイアウト
      * 暦年1件につき1レコードとし、各日の区分を月・日の表で保持する
      *  B=銀行営業日 H=休業日（土日・祝日・年末年始）
      *  空白=暦上存在しない日（2月30日・4月31日など）
      * CALMAINTで保守し、営業日補正サブプログラム（BIZDAY）が
      * 参照する。処理日の年のレコードがない場合は補正できないため、
      * 呼出元のバッチは異常終了する
      *================================================================*
       01  BIZ-CALENDAR-REC.
           05  BZ-YEAR               PIC 9(4).
           05  BZ-MONTH-TABLE.
               10  BZ-MONTH OCCURS 12 TIMES.
                   15  BZ-DAY-FLAG   PIC X(1) OCCURS 31 TIMES.
                       88  BZ-BUSINESS-DAY VALUE 'B'.
                       88  BZ-HOLIDAY      VALUE 'H'.
                       88  BZ-NO-SUCH-DAY  VALUE SPACE.
           05  BZ-UPDATE-DATE        PIC 9(8).
           05  FILLER                PIC X(16).
