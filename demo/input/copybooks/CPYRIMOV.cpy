      *================================================================*
      * CPYRIMOV - 出再異動ファイル（RIMOVE）レコードレイアウト
      * RICESSが出再（C）・出再戻し（R）のたびに1件追記する
      * 追記式フィード。四半期ごとにRIBORDXが再保険会社別の
      * ボルドロー（出再明細報告）を作成する
      * 戻し理由: S=中途解約 / E=失効（未払い猶予満了・満期）
      *================================================================*
       01  RI-MOVEMENT-REC.
           05  RM-MOVE-DATE          PIC 9(8).
           05  RM-MOVE-TYPE          PIC X(1).
               88  RM-CESSION        VALUE 'C'.
               88  RM-REVERSAL       VALUE 'R'.
           05  RM-REINSURER-CODE     PIC X(5).
           05  RM-TREATY-NO          PIC X(10).
           05  RM-TREATY-TYPE        PIC X(1).
           05  RM-CONTRACT-NO        PIC X(10).
           05  RM-PLAN-CODE          PIC X(3).
           05  RM-CURRENCY-CODE      PIC X(3).
           05  RM-TERM-START-DATE    PIC 9(8).
           05  RM-TERM-END-DATE      PIC 9(8).
           05  RM-SUM-INSURED        PIC 9(9).
           05  RM-CEDED-SUM-INSURED  PIC 9(9).
           05  RM-PREMIUM-AMOUNT     PIC 9(7)V99.
      *    出再保険料（戻しの場合は戻し保険料）
           05  RM-CEDED-PREMIUM      PIC 9(7)V99.
           05  RM-REVERSAL-REASON    PIC X(1).
               88  RM-REV-SURRENDER  VALUE 'S'.
               88  RM-REV-EXPIRE     VALUE 'E'.
           05  FILLER                PIC X(18).
