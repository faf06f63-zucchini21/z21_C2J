      *================================================================*
      * CPYRIBDX - 再保険ボルドロー（RIBDROUT）レコードレイアウト
      * RIBORDXが四半期ごとに再保険会社へ送付する出再明細報告。
      * ファイルの先頭・最終にCPYHDTRLのヘッダ(H)・トレーラ(T)を
      * 置き、その間に再保険会社×通貨ごとのグループを並べる
      *  - グループ開始(G): 再保険会社・通貨・対象四半期
      *  - 明細(D): 出再(C)・出再戻し(R)の異動1件
      *  - グループ終了(E): 明細件数・出再/戻し保険料合計
      * トレーラ(T)の金額ハッシュ合計は明細の出再保険料の単純合計
      *================================================================*
       01  BORDEREAU-DETAIL-REC.
           05  BX-RECORD-TYPE        PIC X(1).
               88  BX-GROUP-START    VALUE 'G'.
               88  BX-DETAIL         VALUE 'D'.
               88  BX-GROUP-END      VALUE 'E'.
           05  BX-REINSURER-CODE     PIC X(5).
           05  BX-CURRENCY-CODE      PIC X(3).
           05  BX-MOVE-DATE          PIC 9(8).
           05  BX-MOVE-TYPE          PIC X(1).
           05  BX-TREATY-NO          PIC X(10).
           05  BX-TREATY-TYPE        PIC X(1).
           05  BX-CONTRACT-NO        PIC X(10).
           05  BX-PLAN-CODE          PIC X(3).
           05  BX-TERM-START-DATE    PIC 9(8).
           05  BX-TERM-END-DATE      PIC 9(8).
           05  BX-SUM-INSURED        PIC 9(9).
           05  BX-CEDED-SUM-INSURED  PIC 9(9).
           05  BX-PREMIUM-AMOUNT     PIC 9(7)V99.
           05  BX-CEDED-PREMIUM      PIC 9(7)V99.
           05  BX-REVERSAL-REASON    PIC X(1).
           05  FILLER                PIC X(25).
       01  BORDEREAU-GROUP-START-REC.
           05  BX-GS-RECORD-TYPE     PIC X(1).
           05  BX-GS-REINSURER-CODE  PIC X(5).
           05  BX-GS-CURRENCY-CODE   PIC X(3).
           05  BX-GS-YEAR            PIC 9(4).
           05  BX-GS-QUARTER         PIC 9(1).
           05  BX-GS-FROM-DATE       PIC 9(8).
           05  BX-GS-TO-DATE         PIC 9(8).
           05  FILLER                PIC X(90).
       01  BORDEREAU-GROUP-END-REC.
           05  BX-GE-RECORD-TYPE     PIC X(1).
           05  BX-GE-REINSURER-CODE  PIC X(5).
           05  BX-GE-CURRENCY-CODE   PIC X(3).
           05  BX-GE-DETAIL-CNT      PIC 9(7).
           05  BX-GE-CESSION-CNT     PIC 9(7).
           05  BX-GE-REVERSAL-CNT    PIC 9(7).
           05  BX-GE-CEDED-SI        PIC 9(13).
           05  BX-GE-CESSION-PREM    PIC 9(11)V99.
           05  BX-GE-REVERSAL-PREM   PIC 9(11)V99.
           05  FILLER                PIC X(51).
