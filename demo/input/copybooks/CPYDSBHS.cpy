      *================================================================*
      * CPYDSBHS - 支払指示履歴ファイル（DSBHIST）レコードレイアウト
      * DSBPAYが取り込んだ支払指示を支払指示キーで記録する索引編成
      * ファイル。追記式の返戻金指示（REFUNDOUT）を含む各フィードの
      * 同一指示を二重に振り込まないための拠り所とする。
      * DSBRETNが銀行の振込不能返却を受けて組戻し(R)に更新する。
      * 支払指示キーの参照番号は取込元により次の内容とする。
      *  R=返戻金  : 解約日(8)＋返戻区分(1)
      *  O=過入金  : 請求書番号(9)
      *  M=満期給付: 満期日(8)＋空白(1)
      *  C=特約給付: 請求番号(9)
      *================================================================*
       01  DISBURSE-HIST-REC.
           05  DH-INSTR-KEY.
      *        取込元（R=返戻金/O=過入金/M=満期給付/C=特約給付）
               10  DH-SOURCE         PIC X(1).
                   88  DH-SRC-REFUND VALUE 'R'.
                   88  DH-SRC-OVERPAY VALUE 'O'.
                   88  DH-SRC-MATURITY VALUE 'M'.
                   88  DH-SRC-CLAIM  VALUE 'C'.
               10  DH-CONTRACT-NO    PIC X(10).
               10  DH-REFERENCE      PIC X(9).
           05  DH-HOLDER-NAME        PIC N(20).
           05  DH-AMOUNT             PIC 9(11)V99.
      *    支払状態（P=振込済/W=振込先未登録で作業待ち/R=組戻し）
           05  DH-STATUS             PIC X(1).
               88  DH-STAT-PAID      VALUE 'P'.
               88  DH-STAT-WORKLIST  VALUE 'W'.
               88  DH-STAT-RETURNED  VALUE 'R'.
           05  DH-ENTRY-DATE         PIC 9(8).
           05  DH-PAY-DATE           PIC 9(8).
      *    振り込んだ振込先（組戻し時の調査用）。作業待ち(W)の間は
      *    支払指示上の振込先（満期給付金のみ。なければ空白）を
      *    保持し、DSBPAYの作業待ち再判定で使用する
           05  DH-BANK-CODE          PIC X(4).
           05  DH-BRANCH-CODE        PIC X(3).
           05  DH-ACCOUNT-TYPE       PIC X(1).
           05  DH-ACCOUNT-NO         PIC X(7).
      *    振込不能返却の理由コード・返却日（組戻し(R)のとき設定）
           05  DH-RETURN-REASON      PIC X(2).
           05  DH-RETURN-DATE        PIC 9(8).
           05  FILLER                PIC X(15).
