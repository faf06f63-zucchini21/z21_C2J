      *================================================================*
      * CPYWLQUE - ウォッチリスト照合 審査待ちファイル（WLQUEUE）
      * レコードレイアウト
      * WLSCREENが照合の得点が基準以上となった組を1件ずつ出力し、
      * コンプライアンス担当が内容を確認のうえWLREVIEWで判定
      * （該当確定・非該当）を入力する。実行のたびに作り直す
      *================================================================*
       01  WATCH-QUEUE-REC.
           05  WQ-SCREEN-DATE        PIC 9(8).
      *    照合元（C=顧客マスタ/A=支払口座名義/M=満期給付金支払先）
           05  WQ-SOURCE             PIC X(1).
               88  WQ-SOURCE-CUSTOMER VALUE 'C'.
               88  WQ-SOURCE-ACCOUNT VALUE 'A'.
               88  WQ-SOURCE-MATURITY VALUE 'M'.
      *    照合対象の顧客番号（契約に顧客が未登録のときは空白）
           05  WQ-CUSTOMER-NO        PIC X(8).
      *    照合元が支払口座・満期給付金のときの契約番号
           05  WQ-CONTRACT-NO        PIC X(10).
           05  WQ-SCREENED-NAME      PIC N(20).
      *    一致したウォッチリストの登録内容
           05  WQ-ENTRY-ID           PIC X(10).
           05  WQ-LIST-TYPE          PIC X(1).
           05  WQ-LIST-NAME          PIC N(20).
           05  WQ-SCORE              PIC 9(3).
      *    一致項目（氏名・住所・電話の別）
           05  WQ-MATCH-TEXT         PIC X(20).
           05  FILLER                PIC X(9).
