      *================================================================*
      * CPYRIDBN - 特約給付額マスタ（RIDERBEN）レコードレイアウト
      * 保険種別・特約ごとの給付額を保持する。
      * 保険種別コード＋特約区分をキーとする索引編成ファイルで、
      * CLMPAYが承認済み請求の給付金算出に使用する
      *================================================================*
       01  RIDER-BENEFIT-REC.
           05  RB-BENEFIT-KEY.
               10  RB-PLAN-CODE      PIC X(3).
      *        特約区分（H=入院/S=手術/C=がん。CPYCLAIMと同じ）
               10  RB-RIDER-TYPE     PIC X(1).
      *    給付方式（D=単位あたり給付額×給付単位数/L=一時金）
           05  RB-BENEFIT-BASIS      PIC X(1).
               88  RB-BASIS-PER-UNIT VALUE 'D'.
               88  RB-BASIS-LUMP-SUM VALUE 'L'.
      *    単位あたり給付額（入院日額・手術1回あたり）または一時金額
           05  RB-BENEFIT-AMOUNT     PIC 9(7)V99.
      *    1請求あたりの給付単位数上限（ゼロは上限なし）
           05  RB-MAX-UNITS          PIC 9(3).
           05  FILLER                PIC X(13).
