      *================================================================*
      * CPYTRTY - 再保険特約マスタ（TREATY）レコードレイアウト
      * 保険種別コード・適用開始日をキーとする索引編成ファイル。
      * キーの適用開始日は反転値（99999999 - YYYYMMDD）で保持し、
      * 同一種別内で新しい適用開始日のレコードが先頭に並ぶ
      * （PREMRATEと同じ持ち方。START/READ NEXTで基準日時点の
      * 適用中特約を選ぶ）。TRTYMNTで保守し、RICESSが出再計算に
      * 使用する
      *  - Q=比例（クォータシェア）: 保険金額×出再割合を出再する
      *  - S=サープラス: 保有限度額を超える部分を、保有限度額×
      *    線数を上限に出再する（線数ゼロは上限なし）
      *  - B=併用: 保有限度額を超える部分をサープラスで出再し、
      *    保有限度額以内の部分に出再割合を適用する
      *================================================================*
       01  TREATY-REC.
           05  TY-TREATY-KEY.
               10  TY-PLAN-CODE      PIC X(3).
               10  TY-EFF-DATE-INV   PIC 9(8).
           05  TY-EFFECTIVE-DATE     PIC 9(8).
           05  TY-TREATY-NO          PIC X(10).
           05  TY-TREATY-TYPE        PIC X(1).
               88  TY-QUOTA-SHARE    VALUE 'Q'.
               88  TY-SURPLUS        VALUE 'S'.
               88  TY-COMBINED       VALUE 'B'.
      *    保有限度額（1契約あたりの自社保有の上限。保険金額と
      *    同じ契約通貨建て）
           05  TY-RETENTION-LIMIT    PIC 9(9).
      *    出再割合（百分率。比例・併用で使用する）
           05  TY-CESSION-PCT        PIC 9(3)V99.
      *    サープラスの線数（保有限度額の倍数で出再上限を表す）
           05  TY-SURPLUS-LINES      PIC 9(2).
           05  TY-REINSURER-CODE     PIC X(5).
           05  TY-REINSURER-NAME     PIC N(20).
           05  FILLER                PIC X(20).
