               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT GRACE-CONTROL-FILE
               ASSIGN TO 'GRACECTL'
       01  WS-FINDING-WORK.
           05  WS-FD-CODE            PIC X(4).
           05  WS-FD-KEY             PIC X(10).
      *    直前に点検した被保険者明細の契約番号（被保険者が複数の
      *    契約を1件として点検するため）
           05  WS-FD-PREV-DETAIL     PIC X(10) VALUE SPACES.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           END-IF.

       DETAIL-SCAN-LOOP.
           IF ID-CONTRACT-NO NOT = WS-FD-PREV-DETAIL
               PERFORM CHECK-DETAIL-ORPHAN
               MOVE ID-CONTRACT-NO TO WS-FD-PREV-DETAIL
           END-IF.
           PERFORM READ-DETAIL-NEXT.

      *    契約番号で契約マスタ・履歴を照会し、孤児を報告する
