      *================================================================*
      * CPYDSBWK - 再支払作業リスト（DSBWORK）レコードレイアウト
      * 振込先未登録・取引停止中で振り込めなかった支払指示（DSBPAY）
      * と、銀行から振込不能で返却された振込（DSBRETN）を支払担当の
      * 再支払作業用に追記する。支払指示キーはDSBHISTと同じ構成とする
      *================================================================*
       01  DISBURSE-WORK-REC.
           05  DW-INSTR-KEY.
               10  DW-SOURCE         PIC X(1).
               10  DW-CONTRACT-NO    PIC X(10).
               10  DW-REFERENCE      PIC X(9).
           05  DW-HOLDER-NAME        PIC N(20).
           05  DW-AMOUNT             PIC 9(11)V99.
      *    作業理由コード（NA=振込先未登録/HD=取引停止中/
      *    01=口座なし・解約/02=名義相違/99=その他の振込不能）
           05  DW-REASON-CODE        PIC X(2).
           05  DW-REASON-MSG         PIC X(30).
           05  DW-ENTRY-DATE         PIC 9(8).
           05  FILLER                PIC X(7).
