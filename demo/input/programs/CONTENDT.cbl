      * 契約期間の途中で等級・保険金額（INSDMAST）が変わった契約に
      * ついて、査定済みの変更後年間保険料を受け付け、未経過期間
      * 分の保険料差額を精算する。
      *  - 異動する被保険者は明細の被保険者連番で指定する（空白・
      *    ゼロは主たる被保険者の連番01）。家族型の契約でも変更後
      *    年間保険料は契約全体の合計額を受け付ける
      *  - 差額は異動日から満了日までの日割（月30日・年360日の
      *    商慣行計算、CONTMAINTの解約返戻と同じ規則）で算出する
      *  - 増額は差額請求書を発行する（採番はBILLGENと同じ採番
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CTBIMG'

       01  WS-TRAN-WORK.
           05  WS-TRAN-CONTRACT-NO   PIC X(10).
           05  WS-TRAN-INSURED-SEQ   PIC 9(2).
           05  WS-ENDORSE-DATE       PIC 9(8).
           05  WS-NEW-GRADE          PIC 9(2).
           05  WS-NEW-SUM-INSURED    PIC 9(9).
                       WS-TRAN-CONTRACT-NO
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM ACCEPT-INSURED-SEQ
               MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO
               MOVE WS-TRAN-INSURED-SEQ TO ID-INSURED-SEQ
               READ DETAIL-FILE
                   INVALID KEY
                       DISPLAY '被保険者明細なし: '
                               WS-TRAN-CONTRACT-NO ' '
                               WS-TRAN-INSURED-SEQ
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       PERFORM ACCEPT-AND-APPLY
               END-READ
           END-IF.

      *    異動する被保険者の連番を受け付ける（空白・ゼロは主たる
      *    被保険者）
       ACCEPT-INSURED-SEQ.
           MOVE ZERO TO WS-TRAN-INSURED-SEQ.
           DISPLAY '被保険者連番(01=主たる被保険者) ?'.
           ACCEPT WS-TRAN-INSURED-SEQ FROM CONSOLE.
           IF WS-TRAN-INSURED-SEQ NOT NUMERIC
                   OR WS-TRAN-INSURED-SEQ = ZERO
               MOVE 01 TO WS-TRAN-INSURED-SEQ
           END-IF.

      *    現在値を表示し、異動内容（異動日・新等級・新保険金額・
      *    査定済みの変更後年間保険料）を受け付けて適用する
       ACCEPT-AND-APPLY.
           DISPLAY '--- 現在の契約内容 ---'.
           DISPLAY '被保険者連番: ' ID-INSURED-SEQ
                   ' 続柄: ' ID-RELATION-CODE.
           DISPLAY '等級:         ' ID-GRADE.
           DISPLAY '保険金額:     ' ID-SUM-INSURED.
           DISPLAY '年間保険料:   ' CT-PREMIUM-AMOUNT.
           ACCEPT WS-NEW-GRADE FROM CONSOLE.
           DISPLAY '新保険金額 ?'.
           ACCEPT WS-NEW-SUM-INSURED FROM CONSOLE.
           DISPLAY '変更後年間保険料'
                   '(契約合計・査定済み) ?'.
           ACCEPT WS-NEW-PREMIUM FROM CONSOLE.
           PERFORM CALC-PRORATA-DIFF.
           PERFORM APPLY-ENDORSEMENT.
      *    宛先情報は発送担当が最新の顧客マスタから補記する
           MOVE SPACES TO IV-POSTAL-CODE.
           MOVE SPACES TO IV-ADDRESS.
           MOVE SPACE TO IV-PRINT-HOLD.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-CHARGE-CNT.

