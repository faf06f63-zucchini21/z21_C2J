      * CPYAGCY - 代理店マスタ（AGMAST）レコードレイアウト
      * 代理店コードをキーとする索引編成ファイル。
      * 保険種別コード別の更新手数料率（最大10種別）と、未登録
      * 種別に適用する既定率を保持する。
      * 廃止・統合した代理店は状態を廃止(T)とし、廃止日と担当契約
      * の移管先代理店を保持する（AGYMNTが設定し、AGYXFERが担当
      * 契約を移管先へ付け替える）
      *================================================================*
       01  AGENCY-REC.
           05  AG-AGENCY-CODE        PIC X(5).
               10  AG-RT-PLAN-CODE   PIC X(3).
               10  AG-RT-COMM-RATE   PIC 9(1)V9(4).
           05  AG-DEFAULT-RATE       PIC 9(1)V9(4).
      *    代理店状態（空白は状態管理導入前の既存代理店で、
      *    有効(A)とみなす）
           05  AG-STATUS             PIC X(1).
               88  AG-STAT-ACTIVE    VALUE 'A' ' '.
               88  AG-STAT-TERMINATED VALUE 'T'.
      *    廃止日（有効代理店はゼロ）
           05  AG-TERM-DATE          PIC 9(8).
      *    担当契約の移管先代理店コード（有効代理店は空白）
           05  AG-SUCCESSOR-CODE     PIC X(5).
           05  FILLER                PIC X(1).
