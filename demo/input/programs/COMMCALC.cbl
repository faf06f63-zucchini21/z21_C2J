      *  - 据置転換（PAIDUPOUT）は手数料対象外として明細書に
      *    明示する（透明性確保のため）
      * 代理店未設定・マスタ未登録の契約は手数料ゼロで明細に
      * 記載し、整備漏れとして件数を報告する。
      * 廃止日を迎えた廃止(T)代理店には手数料を支払わず、手数料
      * ゼロの明細に廃止代理店である旨を記載する（担当契約は
      * AGYXFERで移管先へ付け替える）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYRENWO（更新結果ファイル共通レコードレイアウト）
      * COPY: CPYPAIDU（据置転換結果ファイル共通レコードレイアウト）
           05  WS-NOAGENCY-CNT       PIC 9(7) VALUE ZERO.
           05  WS-NOCOMM-CNT         PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.
           05  WS-TERMAGY-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
               MOVE CT-AGENCY-CODE TO WS-WORK-AGENCY
               MOVE RN-PLAN-CODE   TO WS-WORK-PLAN
               PERFORM LOOKUP-AGENCY-RATE
               EVALUATE TRUE
                   WHEN NOT WS-AGY-FOUND
                       ADD 1 TO WS-NOAGENCY-CNT
                       MOVE ZERO TO WS-COMMISSION
                       PERFORM WRITE-NOAGENCY-DETAIL
                   WHEN AG-STAT-TERMINATED
                           AND AG-TERM-DATE <= WS-CURRENT-DATE
                       ADD 1 TO WS-TERMAGY-CNT
                       MOVE ZERO TO WS-COMMISSION
                       PERFORM WRITE-TERMAGY-DETAIL
                   WHEN OTHER
                       COMPUTE WS-COMMISSION ROUNDED =
                           RN-PREMIUM-AMOUNT * WS-COMM-RATE
                       ADD 1 TO WS-COMM-CNT
                       PERFORM WRITE-COMM-DETAIL
                       PERFORM TALLY-AGENCY-SUMMARY
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOAGENCY-CNT
               MOVE SPACES TO WS-WORK-AGENCY
               TO OUT-STATEMENT-REC(27:30).
           WRITE OUT-STATEMENT-REC.

      *    廃止代理店の担当として残っている更新契約の支払対象外明細
       WRITE-TERMAGY-DETAIL.
           MOVE SPACES TO OUT-STATEMENT-REC.
           MOVE RN-CONTRACT-NO TO OUT-STATEMENT-REC(3:10).
           MOVE WS-WORK-AGENCY TO OUT-STATEMENT-REC(15:5).
           MOVE '廃止代理店 - 手数料支払なし'
               TO OUT-STATEMENT-REC(27:39).
           WRITE OUT-STATEMENT-REC.

       PAIDUP-LOOP.
           PERFORM WRITE-PAIDUP-DETAIL.
           PERFORM READ-PAIDUP-REC.
           DISPLAY '整備漏れ件数:     ' WS-NOAGENCY-CNT.
           DISPLAY '対象外件数:       ' WS-NOCOMM-CNT.
           DISPLAY '集計漏れ件数:     ' WS-TBLFULL-CNT.
           DISPLAY '廃止代理店件数:   ' WS-TERMAGY-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IN-RENEW-FILE
                 IN-PAIDUP-FILE
