      *================================================================*
      * CPYCLAIM - 特約給付金請求マスタ（CLMMAST）レコードレイアウト
      * CLMMAINTが請求受付時に登録し、承認・保留解除・却下を記録
      * する。夜間のCLMPAYが承認済み請求の給付金を算出して支払
      * 指示を出力し、支払済(P)とする。
      * 請求番号をキーとする索引編成ファイル。
      * 請求番号は採番制御ファイル（INVSEQ）のCLAIMキーで採番する
      *================================================================*
       01  CLAIM-REC.
           05  CA-CLAIM-NO           PIC 9(9).
           05  CA-CONTRACT-NO        PIC X(10).
      *    請求特約（H=入院/S=手術/C=がん）
           05  CA-RIDER-TYPE         PIC X(1).
               88  CA-RIDER-HOSP     VALUE 'H'.
               88  CA-RIDER-SURG     VALUE 'S'.
               88  CA-RIDER-CANC     VALUE 'C'.
      *    給付事由発生日（入院開始日・手術日・がん診断確定日）
           05  CA-EVENT-DATE         PIC 9(8).
           05  CA-REGIST-DATE        PIC 9(8).
      *    給付単位数（入院は入院日数、手術は手術回数、がんは1）
           05  CA-UNITS              PIC 9(3).
      *    請求状態（R=受付/A=承認/H=未払保留/L=保留解除/
      *    P=支払済/D=却下）
      *    未払保険料のある契約の承認済み請求はCLMPAYが保留(H)とし、
      *    管理者の保留解除(L)後に支払う
           05  CA-STATUS             PIC X(1).
               88  CA-STAT-REGISTERED VALUE 'R'.
               88  CA-STAT-APPROVED  VALUE 'A'.
               88  CA-STAT-HELD      VALUE 'H'.
               88  CA-STAT-RELEASED  VALUE 'L'.
               88  CA-STAT-PAID      VALUE 'P'.
               88  CA-STAT-DECLINED  VALUE 'D'.
           05  CA-APPROVER-ID        PIC X(8).
           05  CA-APPROVE-DATE       PIC 9(8).
      *    未払保留の解除を行った管理者と解除日
           05  CA-RELEASER-ID        PIC X(8).
           05  CA-RELEASE-DATE       PIC 9(8).
      *    支払時にCLMPAYが設定する給付金額・支払指示日
           05  CA-BENEFIT-AMOUNT     PIC 9(7)V99.
           05  CA-PAID-DATE          PIC 9(8).
      *    却下理由（却下(D)のとき設定）
           05  CA-DECLINE-REASON     PIC X(12).
      *    給付事由の被保険者（被保険者明細の連番。01=主たる被保険
      *    者。連番導入前の既存請求は主たる被保険者とみなす）
           05  CA-INSURED-SEQ        PIC 9(2).
           05  FILLER                PIC X(12).
