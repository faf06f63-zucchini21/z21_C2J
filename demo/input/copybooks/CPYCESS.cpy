      *================================================================*
      * CPYCESS - 出再明細ファイル（RICESSN）レコードレイアウト
      * 契約番号をキーとする索引編成ファイル。契約ごとに現在の
      * 保険期間の出再内容（適用特約・出再保険金額・出再保険料）
      * を1件保持する。RICESSが保険期間ごとに作成・置き換えし、
      * 中途解約・失効時は戻し済(R)とする
      *================================================================*
       01  CESSION-REC.
           05  CS-CONTRACT-NO        PIC X(10).
           05  CS-PLAN-CODE          PIC X(3).
           05  CS-CURRENCY-CODE      PIC X(3).
           05  CS-TREATY-NO          PIC X(10).
           05  CS-TREATY-EFF-DATE    PIC 9(8).
           05  CS-TREATY-TYPE        PIC X(1).
           05  CS-REINSURER-CODE     PIC X(5).
      *    出再対象の保険期間（開始日・満了日）
           05  CS-TERM-START-DATE    PIC 9(8).
           05  CS-TERM-END-DATE      PIC 9(8).
           05  CS-SUM-INSURED        PIC 9(9).
           05  CS-CEDED-SUM-INSURED  PIC 9(9).
           05  CS-PREMIUM-AMOUNT     PIC 9(7)V99.
           05  CS-CEDED-PREMIUM      PIC 9(7)V99.
      *    出再状態（A=出再中/R=戻し済）
           05  CS-STATUS             PIC X(1).
               88  CS-STAT-ACTIVE    VALUE 'A'.
               88  CS-STAT-REVERSED  VALUE 'R'.
           05  CS-CESSION-DATE       PIC 9(8).
           05  CS-REVERSAL-DATE      PIC 9(8).
           05  CS-REVERSED-PREMIUM   PIC 9(7)V99.
           05  FILLER                PIC X(20).
