      * （CONTMAINTの保守トランザクションと同じ操作体系）。
      * 更新前イメージをログファイル（CUBIMG）に記録し、監査・
      * 手作業復旧の拠り所とする（CONTMAINTのCTBIMGと同じ扱い）
      * 宛先不達（返送郵便受付RTNMAILで設定）の顧客の郵便番号・
      * 住所を訂正すると不達を解除し、不達期間中に住所調査リスト
      * （ADRTRACE）へ保留した郵送物を画面に一覧表示するとともに
      * 再送リスト（RESENDOUT）へ追記する
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYCUBIM（顧客マスタ更新前イメージログレイアウト）
      * COPY: CPYADTRC（住所調査リストレコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'CUBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *    住所調査リスト（不達期間中に保留した郵送物の参照用）
           SELECT TRACE-FILE
               ASSIGN TO 'ADRTRACE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRC-STATUS.
      *    再送リスト（住所訂正で不達を解除した顧客の保留分、追記式）
           SELECT RESEND-FILE
               ASSIGN TO 'RESENDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEFORE-IMAGE-FILE.
           COPY CPYCUBIM.

       FD  TRACE-FILE.
           COPY CPYADTRC.

       FD  RESEND-FILE.
       01  RESEND-REC                PIC X(171).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-TRC-STATUS         PIC X(2).
           05  WS-RSD-STATUS         PIC X(2).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-TRC-EOF-FLAG       PIC X(1) VALUE 'N'.
               88  WS-TRC-EOF        VALUE 'Y'.
           05  WS-RESEND-FLAG        PIC X(1) VALUE 'N'.
               88  WS-RESEND-NEEDED  VALUE 'Y'.

      *    訂正前の宛先・不達情報（住所訂正による不達解除の判定用）
       01  WS-SAVE-ADDRESS.
           05  WS-SAVE-POSTAL-CODE   PIC X(8).
           05  WS-SAVE-ADDRESS-TEXT  PIC N(30).
           05  WS-SAVE-UNDELIV-FLAG  PIC X(1).
           05  WS-SAVE-UNDELIV-DATE  PIC 9(8).
           05  WS-SAVE-UNDELIV-REASON PIC X(2).

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
           05  WS-DELETE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.
           05  WS-CLEAR-CNT          PIC 9(5) VALUE ZERO.
           05  WS-RESEND-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN EXTEND RESEND-FILE.
           IF WS-RSD-STATUS = '35' OR '05'
               CLOSE RESEND-FILE
               OPEN OUTPUT RESEND-FILE
           END-IF.

       TRANSACTION-LOOP.
           PERFORM ACCEPT-TRANSACTION.
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM ACCEPT-CUSTOMER-FIELDS
                   MOVE SPACE  TO CU-UNDELIV-FLAG
                   MOVE ZERO   TO CU-UNDELIV-DATE
                   MOVE SPACES TO CU-UNDELIV-REASON
                   MOVE SPACE  TO CU-SCREEN-HOLD
                   WRITE CUSTOMER-REC
                       INVALID KEY
                           DISPLAY '追加エラー: ' WS-CUS-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-CHANGE
                   PERFORM SAVE-CURRENT-ADDRESS
                   PERFORM ACCEPT-CUSTOMER-FIELDS
                   PERFORM CHECK-ADDRESS-CORRECTED
                   REWRITE CUSTOMER-REC
                       INVALID KEY
                           DISPLAY '訂正エラー: ' WS-CUS-STATUS
                           ADD 1 TO WS-REJECT-CNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-CNT
                           IF WS-RESEND-NEEDED
                               PERFORM LIST-HELD-MAILINGS
                           END-IF
                   END-REWRITE
           END-READ.

      *    取引停止中（WLREVIEWで設定）の顧客は削除しない（削除後の
      *    再登録で停止区分が消えるため。解除はWLREVIEWで行う）
       DELETE-CUSTOMER.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '顧客なし: ' WS-TRAN-CUSTOMER-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   IF CU-SCREEN-HELD
                       DISPLAY '取引停止中のため削除不可: '
                           WS-TRAN-CUSTOMER-NO
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       PERFORM LOG-BEFORE-IMAGE-DELETE
                       DELETE CUSTOMER-FILE
                           INVALID KEY
                               DISPLAY '削除エラー: ' WS-CUS-STATUS
                               ADD 1 TO WS-REJECT-CNT
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETE-CNT
                       END-DELETE
                   END-IF
           END-READ.

       INQUIRE-CUSTOMER.
                   DISPLAY '住所:         ' CU-ADDRESS
                   DISPLAY '電話番号:     ' CU-PHONE
                   DISPLAY '希望連絡方法: ' CU-CONTACT-CHANNEL
                   IF CU-UNDELIVERABLE
                       DISPLAY '宛先不達:     ' CU-UNDELIV-DATE
                               ' 理由 ' CU-UNDELIV-REASON
                   END-IF
                   IF CU-SCREEN-HELD
                       DISPLAY '取引停止中'
                   END-IF
                   ADD 1 TO WS-INQUIRY-CNT
           END-READ.

           DISPLAY '希望連絡方法(M=郵送/P=電話/E=メール) ?'.
           ACCEPT CU-CONTACT-CHANNEL FROM CONSOLE.

      *    訂正前の宛先・不達情報を控える
       SAVE-CURRENT-ADDRESS.
           MOVE CU-POSTAL-CODE    TO WS-SAVE-POSTAL-CODE.
           MOVE CU-ADDRESS        TO WS-SAVE-ADDRESS-TEXT.
           MOVE CU-UNDELIV-FLAG   TO WS-SAVE-UNDELIV-FLAG.
           MOVE CU-UNDELIV-DATE   TO WS-SAVE-UNDELIV-DATE.
           MOVE CU-UNDELIV-REASON TO WS-SAVE-UNDELIV-REASON.

      *    宛先不達の顧客の郵便番号・住所が訂正された場合は、新住所
      *    の記録とみなして不達を解除する（住所に変更がない訂正では
      *    解除しない）
       CHECK-ADDRESS-CORRECTED.
           MOVE 'N' TO WS-RESEND-FLAG.
           IF WS-SAVE-UNDELIV-FLAG = 'Y'
               IF CU-POSTAL-CODE NOT = WS-SAVE-POSTAL-CODE
                   OR CU-ADDRESS NOT = WS-SAVE-ADDRESS-TEXT
                   MOVE SPACE  TO CU-UNDELIV-FLAG
                   MOVE ZERO   TO CU-UNDELIV-DATE
                   MOVE SPACES TO CU-UNDELIV-REASON
                   SET WS-RESEND-NEEDED TO TRUE
               ELSE
                   DISPLAY '住所未訂正 - 宛先不達継続'
               END-IF
           END-IF.

      *    不達を解除した顧客について、当該不達期間（不達受付日が
      *    一致するもの）に住所調査リストへ保留した郵送物を一覧
      *    表示し、再送リストへ追記する
       LIST-HELD-MAILINGS.
           ADD 1 TO WS-CLEAR-CNT.
           DISPLAY '宛先不達を解除しました 不達受付日: '
                   WS-SAVE-UNDELIV-DATE.
           OPEN INPUT TRACE-FILE.
           IF WS-TRC-STATUS NOT = '00'
               DISPLAY '住所調査リストなし'
           ELSE
               DISPLAY '*** 再送対象（保留郵送物） ***'
               MOVE 'N' TO WS-TRC-EOF-FLAG
               PERFORM READ-TRACE-FILE
               PERFORM SCAN-TRACE-LOOP
                   UNTIL WS-TRC-EOF
               CLOSE TRACE-FILE
           END-IF.

       READ-TRACE-FILE.
           READ TRACE-FILE
               AT END
                   SET WS-TRC-EOF TO TRUE
           END-READ.

       SCAN-TRACE-LOOP.
           IF AT-CUSTOMER-NO = CU-CUSTOMER-NO
               AND AT-UNDELIV-DATE = WS-SAVE-UNDELIV-DATE
               DISPLAY AT-SUPPRESS-DATE ' ' AT-SOURCE-PGM
                       ' ' AT-DOC-TYPE ' ' AT-CONTRACT-NO
                       ' ' AT-DOC-NO ' ' AT-AMOUNT
                       ' ' AT-DOC-MESSAGE
               WRITE RESEND-REC FROM ADDR-TRACE-REC
               ADD 1 TO WS-RESEND-CNT
           END-IF.
           PERFORM READ-TRACE-FILE.

       LOG-BEFORE-IMAGE-ADD.
           MOVE 'A' TO CB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.
           DISPLAY '削除件数: ' WS-DELETE-CNT.
           DISPLAY '照会件数: ' WS-INQUIRY-CNT.
           DISPLAY '拒否件数: ' WS-REJECT-CNT.
           DISPLAY '不達解除件数: ' WS-CLEAR-CNT.
           DISPLAY '再送対象件数: ' WS-RESEND-CNT.
           CLOSE CUSTOMER-FILE
                 BEFORE-IMAGE-FILE
                 RESEND-FILE.
