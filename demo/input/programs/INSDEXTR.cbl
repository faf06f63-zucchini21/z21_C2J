      * 契約マスタ（CONTMAST）の有効契約を契約番号順に読み込み、
      * 被保険者明細マスタ（INSDMAST）の査定属性と突き合わせて、
      * 保険料計算（INSCALC）の入力ファイル（CONTIN）を作成する。
      * 被保険者が複数の契約は被保険者ごとに1件ずつ作成する。
      * 明細が未登録の契約は計算入力へ出さず、不備報告ファイルへ
      * 出力する（手作業での計算入力作成を廃止する）。
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
           SELECT DETAIL-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OUT-RATING-FILE
               ASSIGN TO 'CONTIN'
               88  WS-EOF            VALUE 'Y'.
           05  WS-FOUND-FLAG         PIC X(1) VALUE 'N'.
               88  WS-DETAIL-FOUND   VALUE 'Y'.
           05  WS-DTL-END-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DTL-END        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           PERFORM READ-MASTER-REC.

      *    被保険者明細を契約番号で突き合わせ、契約マスタの契約
      *    属性と合わせて被保険者ごとに計算入力レコードを編集する
       BUILD-RATING-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 'N' TO WS-DTL-END-FLAG.
           MOVE CT-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE ZERO TO ID-INSURED-SEQ.
           START DETAIL-FILE KEY IS NOT LESS THAN ID-DETAIL-KEY
               INVALID KEY
                   SET WS-DTL-END TO TRUE
           END-START.
           PERFORM READ-DETAIL-REC
               UNTIL WS-DTL-END.
           IF NOT WS-DETAIL-FOUND
               MOVE CT-CONTRACT-NO   TO MS-CONTRACT-NO
               MOVE CT-HOLDER-NAME   TO MS-HOLDER-NAME
               MOVE CT-PLAN-CODE     TO MS-PLAN-CODE
               ADD 1 TO WS-MISSING-CNT
           END-IF.

      *    同一契約の明細を連番順に読み、契約番号が変われば終える
       READ-DETAIL-REC.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-DTL-END TO TRUE
           END-READ.
           IF WS-DTL-STATUS NOT = '00' AND WS-DTL-STATUS NOT = '02'
               SET WS-DTL-END TO TRUE
           END-IF.
           IF NOT WS-DTL-END
               IF ID-CONTRACT-NO NOT = CT-CONTRACT-NO
                   SET WS-DTL-END TO TRUE
               ELSE
                   SET WS-DETAIL-FOUND TO TRUE
                   PERFORM WRITE-RATING-RECORD
               END-IF
           END-IF.

       WRITE-RATING-RECORD.
           MOVE SPACES           TO IN-CONTRACT-REC.
           MOVE CT-CONTRACT-NO   TO IC-CONTRACT-NO.
           MOVE CT-HOLDER-NAME   TO IC-HOLDER-NAME.
           MOVE ID-BIRTH-DATE    TO IC-BIRTH-DATE.
           MOVE ID-GENDER        TO IC-GENDER.
           MOVE CT-PLAN-CODE     TO IC-PLAN-CODE.
           MOVE ID-GRADE         TO IC-GRADE.
           MOVE ID-SUM-INSURED   TO IC-SUM-INSURED.
           MOVE CT-START-DATE    TO IC-START-DATE.
           MOVE ID-RIDER-HOSP    TO IC-RIDER-HOSP.
           MOVE ID-RIDER-SURG    TO IC-RIDER-SURG.
           MOVE ID-RIDER-CANC    TO IC-RIDER-CANC.
           MOVE ID-INSURED-SEQ   TO IC-INSURED-SEQ.
           MOVE ID-RELATION-CODE TO IC-RELATION-CODE.
           WRITE IN-CONTRACT-REC.
           ADD 1 TO WS-WRITE-CNT.

       TERM-PROCESS.
           DISPLAY '読込件数:     ' WS-READ-CNT.
