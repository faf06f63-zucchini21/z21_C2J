       PROGRAM-ID. INSDMNT.
      *================================================================*
      * 被保険者明細マスタオンライン保守トランザクション
      * 被保険者1名単位の査定属性（続柄・生年月日・性別・等級・
      * 保険金額・特約フラグ）の追加・訂正・削除・照会と、契約の
      * 被保険者一覧の表示を行う。
      * 被保険者は契約番号＋被保険者連番で指定する（空白・ゼロは
      * 01=主たる被保険者）。連番01の続柄は本人に固定し、他の
      * 被保険者（配偶者・子・その他）は連番01の登録後に追加
      * する。他の被保険者が残る契約の連番01は削除できない。
      * 追加時は契約マスタに当該契約が存在することを検証する
      * （CONTMAINTの保守トランザクションと同じ操作体系）。
      * 更新前イメージをログファイル（IDBIMG）に記録し、監査・
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-REL-OK-FLAG        PIC X(1) VALUE 'N'.
               88  WS-REL-OK         VALUE 'Y'.
           05  WS-MAIN-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-MAIN-FOUND     VALUE 'Y'.
           05  WS-OTHER-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  WS-OTHER-FOUND    VALUE 'Y'.
           05  WS-LIST-END-FLAG      PIC X(1) VALUE 'N'.
               88  WS-LIST-END       VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-CHANGE    VALUE 'C'.
               88  WS-TRAN-DELETE    VALUE 'D'.
               88  WS-TRAN-INQUIRY   VALUE 'I'.
               88  WS-TRAN-LIST      VALUE 'L'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-TRAN-CONTRACT-NO   PIC X(10).
           05  WS-TRAN-INSURED-SEQ   PIC 9(2).
           05  WS-TRAN-RELATION      PIC X(1).
               88  WS-TRAN-REL-FAMILY VALUE '2' '3' '9'.

       01  WS-COUNTERS.
           05  WS-ADD-CNT            PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-DELETE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-LIST-CNT           PIC 9(5) VALUE ZERO.
           05  WS-LIST-LINE-CNT      PIC 9(3) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       ACCEPT-TRANSACTION.
           DISPLAY '区分(A=追加/C=訂正/D=削除'
                   '/I=照会/L=一覧/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           IF NOT WS-TRAN-EXIT
               DISPLAY '契約番号 ?'
               ACCEPT WS-TRAN-CONTRACT-NO FROM CONSOLE
           END-IF.
           IF NOT WS-TRAN-EXIT AND NOT WS-TRAN-LIST
               PERFORM ACCEPT-INSURED-SEQ
           END-IF.

      *    被保険者連番を受け付ける（空白・ゼロは主たる被保険者）
       ACCEPT-INSURED-SEQ.
           MOVE ZERO TO WS-TRAN-INSURED-SEQ.
           DISPLAY '被保険者連番(01=主たる被保険者) ?'.
           ACCEPT WS-TRAN-INSURED-SEQ FROM CONSOLE.
           IF WS-TRAN-INSURED-SEQ NOT NUMERIC
                   OR WS-TRAN-INSURED-SEQ = ZERO
               MOVE 01 TO WS-TRAN-INSURED-SEQ
           END-IF.

       PROCESS-TRANSACTION.
           MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE WS-TRAN-INSURED-SEQ TO ID-INSURED-SEQ.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-DETAIL
                   PERFORM DELETE-DETAIL
               WHEN WS-TRAN-INQUIRY
                   PERFORM INQUIRE-DETAIL
               WHEN WS-TRAN-LIST
                   PERFORM LIST-DETAILS
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    追加: 契約マスタに当該契約が存在することを確認のうえ、
      *    査定属性を受け付けて登録する（連番01以外は主たる被保険者
      *    の登録済みを確認する）
       ADD-DETAIL.
           MOVE WS-TRAN-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
                           WS-TRAN-CONTRACT-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHECK-MAIN-INSURED
                   IF WS-MAIN-FOUND
                       PERFORM ADD-DETAIL-RECORD
                   ELSE
                       DISPLAY '主たる被保険者(連番01)'
                               '未登録: ' WS-TRAN-CONTRACT-NO
                       ADD 1 TO WS-REJECT-CNT
                   END-IF
           END-READ.

      *    連番01の追加は常に可。それ以外は連番01の存在を確認する
       CHECK-MAIN-INSURED.
           MOVE 'N' TO WS-MAIN-FOUND-FLAG.
           IF WS-TRAN-INSURED-SEQ = 01
               SET WS-MAIN-FOUND TO TRUE
           ELSE
               MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO
               MOVE 01 TO ID-INSURED-SEQ
               READ DETAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MAIN-FOUND TO TRUE
               END-READ
           END-IF.
           MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE WS-TRAN-INSURED-SEQ TO ID-INSURED-SEQ.

       ADD-DETAIL-RECORD.
           READ DETAIL-FILE
               INVALID KEY
                   PERFORM ACCEPT-RELATION
                   IF WS-REL-OK
                       PERFORM ADD-WRITE-DETAIL
                   ELSE
                       ADD 1 TO WS-REJECT-CNT
                   END-IF
               NOT INVALID KEY
                   DISPLAY '明細登録済み: '
                       WS-TRAN-CONTRACT-NO ' ' WS-TRAN-INSURED-SEQ
                   ADD 1 TO WS-REJECT-CNT
           END-READ.

       ADD-WRITE-DETAIL.
           MOVE SPACES TO INSURED-DETAIL-REC.
           MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE WS-TRAN-INSURED-SEQ TO ID-INSURED-SEQ.
           MOVE WS-TRAN-RELATION TO ID-RELATION-CODE.
           PERFORM ACCEPT-DETAIL-FIELDS.
           WRITE INSURED-DETAIL-REC
               INVALID KEY
                   DISPLAY '追加エラー: ' WS-DTL-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-ADD
                   ADD 1 TO WS-ADD-CNT
           END-WRITE.

       CHANGE-DETAIL.
           READ DETAIL-FILE
               INVALID KEY
                   DISPLAY '明細なし: ' WS-TRAN-CONTRACT-NO
                           ' ' WS-TRAN-INSURED-SEQ
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM ACCEPT-RELATION
                   IF WS-REL-OK
                       PERFORM CHANGE-REWRITE-DETAIL
                   ELSE
                       ADD 1 TO WS-REJECT-CNT
                   END-IF
           END-READ.

       CHANGE-REWRITE-DETAIL.
           PERFORM LOG-BEFORE-IMAGE-CHANGE.
           MOVE WS-TRAN-RELATION TO ID-RELATION-CODE.
           PERFORM ACCEPT-DETAIL-FIELDS.
           REWRITE INSURED-DETAIL-REC
               INVALID KEY
                   DISPLAY '訂正エラー: ' WS-DTL-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-CNT
           END-REWRITE.

      *    他の被保険者が残る契約の主たる被保険者は削除できない
       DELETE-DETAIL.
           MOVE 'N' TO WS-OTHER-FOUND-FLAG.
           IF WS-TRAN-INSURED-SEQ = 01
               PERFORM CHECK-OTHER-INSURED
           END-IF.
           IF WS-OTHER-FOUND
               DISPLAY '他の被保険者が登録済みのため'
                       '削除不可: ' WS-TRAN-CONTRACT-NO
               ADD 1 TO WS-REJECT-CNT
           ELSE
               PERFORM DELETE-DETAIL-RECORD
           END-IF.

      *    連番02以降の被保険者の有無を確認する
       CHECK-OTHER-INSURED.
           MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE 01 TO ID-INSURED-SEQ.
           START DETAIL-FILE KEY IS GREATER THAN ID-DETAIL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DETAIL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ID-CONTRACT-NO = WS-TRAN-CONTRACT-NO
                               SET WS-OTHER-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
           MOVE WS-TRAN-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE WS-TRAN-INSURED-SEQ TO ID-INSURED-SEQ.

       DELETE-DETAIL-RECORD.
           READ DETAIL-FILE
               INVALID KEY
                   DISPLAY '明細なし: ' WS-TRAN-CONTRACT-NO
                           ' ' WS-TRAN-INSURED-SEQ
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-DELETE
           READ DETAIL-FILE
               INVALID KEY
                   DISPLAY '明細なし: ' WS-TRAN-CONTRACT-NO
                           ' ' WS-TRAN-INSURED-SEQ
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   DISPLAY '*** 被保険者明細照会結果 ***'
                   DISPLAY '契約番号:   ' ID-CONTRACT-NO
                   DISPLAY '被保険者:   ' ID-INSURED-SEQ
                   DISPLAY '続柄:       ' ID-RELATION-CODE
                   DISPLAY '生年月日:   ' ID-BIRTH-DATE
                   DISPLAY '性別:       ' ID-GENDER
                   DISPLAY '等級:       ' ID-GRADE
                   ADD 1 TO WS-INQUIRY-CNT
           END-READ.

      *    契約の被保険者を連番順に一覧表示する
       LIST-DETAILS.
           MOVE 'N' TO WS-LIST-END-FLAG.
           MOVE ZERO TO WS-LIST-LINE-CNT.
           MOVE ZERO TO ID-INSURED-SEQ.
           START DETAIL-FILE KEY IS NOT LESS THAN ID-DETAIL-KEY
               INVALID KEY
                   SET WS-LIST-END TO TRUE
           END-START.
           DISPLAY '*** 被保険者一覧 ' WS-TRAN-CONTRACT-NO ' ***'.
           DISPLAY '連番 続柄 生年月日 性別 等級 '
                   '保険金額  特約'.
           PERFORM LIST-DETAIL-LINE
               UNTIL WS-LIST-END.
           IF WS-LIST-LINE-CNT = ZERO
               DISPLAY '明細なし: ' WS-TRAN-CONTRACT-NO
               ADD 1 TO WS-REJECT-CNT
           ELSE
               ADD 1 TO WS-LIST-CNT
           END-IF.

       LIST-DETAIL-LINE.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-LIST-END TO TRUE
           END-READ.
           IF WS-DTL-STATUS NOT = '00' AND WS-DTL-STATUS NOT = '02'
               SET WS-LIST-END TO TRUE
           END-IF.
           IF NOT WS-LIST-END
               IF ID-CONTRACT-NO NOT = WS-TRAN-CONTRACT-NO
                   SET WS-LIST-END TO TRUE
               ELSE
                   DISPLAY ' ' ID-INSURED-SEQ '   '
                           ID-RELATION-CODE '    '
                           ID-BIRTH-DATE ' '
                           ID-GENDER '    '
                           ID-GRADE '   '
                           ID-SUM-INSURED ' '
                           ID-RIDER-FLAGS
                   ADD 1 TO WS-LIST-LINE-CNT
               END-IF
           END-IF.

      *    続柄を受け付ける（連番01は本人に固定し、その他の連番は
      *    配偶者・子・その他のいずれかとする）
       ACCEPT-RELATION.
           MOVE 'N' TO WS-REL-OK-FLAG.
           IF WS-TRAN-INSURED-SEQ = 01
               MOVE '1' TO WS-TRAN-RELATION
               SET WS-REL-OK TO TRUE
           ELSE
               DISPLAY '続柄(2=配偶者/3=子/9=その他) ?'
               ACCEPT WS-TRAN-RELATION FROM CONSOLE
               IF WS-TRAN-REL-FAMILY
                   SET WS-REL-OK TO TRUE
               ELSE
                   DISPLAY '無効な続柄です: ' WS-TRAN-RELATION
               END-IF
           END-IF.

      *    査定属性を対話的に受け付ける
       ACCEPT-DETAIL-FIELDS.
           DISPLAY '生年月日(YYYYMMDD) ?'.
           DISPLAY '訂正件数: ' WS-CHANGE-CNT.
           DISPLAY '削除件数: ' WS-DELETE-CNT.
           DISPLAY '照会件数: ' WS-INQUIRY-CNT.
           DISPLAY '一覧件数: ' WS-LIST-CNT.
           DISPLAY '拒否件数: ' WS-REJECT-CNT.
           CLOSE DETAIL-FILE
                 MASTER-FILE
