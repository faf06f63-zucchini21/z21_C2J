       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMMAINT.
      *================================================================*
      * 特約給付金請求オンライン保守トランザクション
      * 請求1件単位の受付・訂正・承認・却下・保留解除・照会を行い、
      * 更新前イメージをログファイル（CLBIMG）に記録する
      * （CONTMAINTの保守トランザクションと同じ操作体系）。
      * 受付時は次の条件を検証し、満たさない請求は受け付けない。
      *  1. 契約マスタに契約が存在し、給付事由発生日に有効であった
      *     こと（有効(A)・空白、または満了(E)で保険期間内の事由。
      *     払済(P)・解約済(C)の契約は受け付けない）
      *  2. 給付事由発生日が契約の開始日～満了日の範囲内であること
      *  3. 請求する特約が給付事由の被保険者（明細の連番）に付加
      *     されていること
      * 請求番号は採番制御ファイル（INVSEQ）のCLAIMキーで採番する。
      * 承認済み請求の給付金算出・支払指示は夜間のCLMPAYが行い、
      * 未払保険料のある契約の請求は保留(H)とする。保留の解除は
      * 承認者と異なる管理者が本トランザクションで行う。
      * COPY: CPYCLAIM（特約給付金請求マスタレコードレイアウト）
      * COPY: CPYCLBIM（請求マスタ更新前イメージログレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE
               ASSIGN TO 'CLMMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CLAIM-NO
               FILE STATUS IS WS-CLM-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CLBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
      *    特約付加状況を確認する被保険者明細マスタ
           SELECT DETAIL-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
      *    請求番号の採番値を保持する制御ファイル
      *    （BILLGENの請求書採番と共用。キーCLAIMを使用する）
           SELECT SEQ-CONTROL-FILE
               ASSIGN TO 'INVSEQ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SEQ-KEY
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY CPYCLAIM.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYCLBIM.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  DETAIL-FILE.
           COPY CPYINSD.

      *    採番済みの最終請求番号を保持する制御レコード
       FD  SEQ-CONTROL-FILE.
       01  SEQ-CONTROL-REC.
           05  SC-SEQ-KEY            PIC X(8).
           05  SC-LAST-INVOICE-NO    PIC 9(9).
           05  FILLER                PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CLM-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-SEQ-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-VALID-FLAG         PIC X(1) VALUE 'N'.
               88  WS-CLAIM-VALID    VALUE 'Y'.
           05  WS-SEQ-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-SEQ-FOUND      VALUE 'Y'.
           05  WS-SEQ-SAVED-FLAG     PIC X(1) VALUE 'N'.
               88  WS-SEQ-SAVED      VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-ADD       VALUE 'A'.
               88  WS-TRAN-CHANGE    VALUE 'C'.
               88  WS-TRAN-APPROVE   VALUE 'P'.
               88  WS-TRAN-DECLINE   VALUE 'J'.
               88  WS-TRAN-RELEASE   VALUE 'L'.
               88  WS-TRAN-INQUIRY   VALUE 'I'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-TRAN-CLAIM-NO      PIC 9(9).
           05  WS-TRAN-CONTRACT-NO   PIC X(10).
           05  WS-TRAN-USER-ID       PIC X(8).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

      *    請求番号の採番作業領域
       01  WS-CLAIM-SEQ              PIC 9(9) VALUE ZERO.

      *    訂正前の請求レコード（訂正を検証してから更新前イメージ
      *    として記録する）
       01  WS-SAVE-CLAIM-REC         PIC X(115).

       01  WS-COUNTERS.
           05  WS-ADD-CNT            PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-APPROVE-CNT        PIC 9(5) VALUE ZERO.
           05  WS-DECLINE-CNT        PIC 9(5) VALUE ZERO.
           05  WS-RELEASE-CNT        PIC 9(5) VALUE ZERO.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    請求マスタ・採番制御ファイルを更新モードで開く
      *    初回実行時は未作成のため、新規作成してから開き直す
       INIT-PROCESS.
           OPEN I-O CLAIM-FILE.
           IF WS-CLM-STATUS = '35'
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF.
           OPEN INPUT MASTER-FILE
                      DETAIL-FILE.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN I-O SEQ-CONTROL-FILE.
           IF WS-SEQ-STATUS = '35'
               OPEN OUTPUT SEQ-CONTROL-FILE
               CLOSE SEQ-CONTROL-FILE
               OPEN I-O SEQ-CONTROL-FILE
           END-IF.

       TRANSACTION-LOOP.
           PERFORM ACCEPT-TRANSACTION.
           IF NOT WS-TRAN-EXIT
               PERFORM PROCESS-TRANSACTION
           ELSE
               SET WS-DONE TO TRUE
           END-IF.

      *    受付は契約番号を、その他の区分は請求番号を受け付ける
       ACCEPT-TRANSACTION.
           DISPLAY '区分(A=受付/C=訂正/P=承認/J=却下'
                   '/L=保留解除/I=照会/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           IF WS-TRAN-ADD
               DISPLAY '契約番号 ?'
               ACCEPT WS-TRAN-CONTRACT-NO FROM CONSOLE
           ELSE
               IF NOT WS-TRAN-EXIT
                   DISPLAY '請求番号 ?'
                   ACCEPT WS-TRAN-CLAIM-NO FROM CONSOLE
               END-IF
           END-IF.

       PROCESS-TRANSACTION.
           MOVE WS-TRAN-CLAIM-NO TO CA-CLAIM-NO.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-CLAIM
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-CLAIM
               WHEN WS-TRAN-APPROVE
                   PERFORM APPROVE-CLAIM
               WHEN WS-TRAN-DECLINE
                   PERFORM DECLINE-CLAIM
               WHEN WS-TRAN-RELEASE
                   PERFORM RELEASE-CLAIM
               WHEN WS-TRAN-INQUIRY
                   PERFORM INQUIRE-CLAIM
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    受付: 請求内容を受け付けて検証し、請求番号を採番して
      *    受付(R)として登録する
       ADD-CLAIM.
           INITIALIZE CLAIM-REC.
           MOVE WS-TRAN-CONTRACT-NO TO CA-CONTRACT-NO.
           PERFORM ACCEPT-CLAIM-FIELDS.
           PERFORM VALIDATE-CLAIM.
           IF WS-CLAIM-VALID
               PERFORM ASSIGN-CLAIM-NO
               IF WS-SEQ-SAVED
                   PERFORM REGISTER-CLAIM
               ELSE
                   DISPLAY '請求番号採番エラー: ' WS-SEQ-STATUS
                   ADD 1 TO WS-REJECT-CNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

      *    採番した請求番号で受付(R)として登録する
       REGISTER-CLAIM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO CA-REGIST-DATE.
           SET CA-STAT-REGISTERED TO TRUE.
           WRITE CLAIM-REC
               INVALID KEY
                   DISPLAY '受付エラー: ' WS-CLM-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-ADD
                   ADD 1 TO WS-ADD-CNT
                   DISPLAY '請求番号: ' CA-CLAIM-NO
           END-WRITE.

      *    訂正: 受付(R)のまま承認前の請求に限り、請求内容を
      *    受け付け直して再検証する
       CHANGE-CLAIM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY '請求なし: ' WS-TRAN-CLAIM-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHECK-AND-CHANGE
           END-READ.

       CHECK-AND-CHANGE.
           IF NOT CA-STAT-REGISTERED
               DISPLAY '受付状態以外は訂正不可: ' CA-STATUS
               ADD 1 TO WS-REJECT-CNT
           ELSE
               MOVE CLAIM-REC TO WS-SAVE-CLAIM-REC
               PERFORM ACCEPT-CLAIM-FIELDS
               PERFORM VALIDATE-CLAIM
               IF WS-CLAIM-VALID
                   PERFORM LOG-SAVED-IMAGE-CHANGE
                   REWRITE CLAIM-REC
                       INVALID KEY
                           DISPLAY '訂正エラー: ' WS-CLM-STATUS
                           ADD 1 TO WS-REJECT-CNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-CNT
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-REJECT-CNT
               END-IF
           END-IF.

      *    承認: 受付(R)の請求を承認(A)とし、承認者を記録する
       APPROVE-CLAIM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY '請求なし: ' WS-TRAN-CLAIM-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHECK-AND-APPROVE
           END-READ.

       CHECK-AND-APPROVE.
           IF NOT CA-STAT-REGISTERED
               DISPLAY '受付状態以外は承認不可: ' CA-STATUS
               ADD 1 TO WS-REJECT-CNT
           ELSE
               DISPLAY '承認者ID ?'
               ACCEPT WS-TRAN-USER-ID FROM CONSOLE
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-TRAN-USER-ID TO CA-APPROVER-ID
               MOVE WS-CURRENT-DATE TO CA-APPROVE-DATE
               SET CA-STAT-APPROVED TO TRUE
               REWRITE CLAIM-REC
                   INVALID KEY
                       DISPLAY '承認書き戻しエラー: '
                               WS-CLM-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPROVE-CNT
               END-REWRITE
           END-IF.

      *    却下: 支払前（受付・承認・保留）の請求を却下(D)とする
       DECLINE-CLAIM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY '請求なし: ' WS-TRAN-CLAIM-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHECK-AND-DECLINE
           END-READ.

       CHECK-AND-DECLINE.
           IF CA-STAT-PAID OR CA-STAT-DECLINED
               DISPLAY '支払済・却下済は却下不可: '
                       CA-STATUS
               ADD 1 TO WS-REJECT-CNT
           ELSE
               DISPLAY '却下理由 ?'
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               ACCEPT CA-DECLINE-REASON FROM CONSOLE
               SET CA-STAT-DECLINED TO TRUE
               REWRITE CLAIM-REC
                   INVALID KEY
                       DISPLAY '却下書き戻しエラー: '
                               WS-CLM-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-DECLINE-CNT
               END-REWRITE
           END-IF.

      *    保留解除: 未払保留(H)の請求を保留解除(L)とし、次回の
      *    CLMPAYで支払対象とする（承認者本人は解除できない）
       RELEASE-CLAIM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY '請求なし: ' WS-TRAN-CLAIM-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHECK-AND-RELEASE
           END-READ.

       CHECK-AND-RELEASE.
           IF NOT CA-STAT-HELD
               DISPLAY '未払保留以外は解除不可: ' CA-STATUS
               ADD 1 TO WS-REJECT-CNT
           ELSE
               DISPLAY '管理者ID ?'
               ACCEPT WS-TRAN-USER-ID FROM CONSOLE
               IF WS-TRAN-USER-ID = CA-APPROVER-ID
                   DISPLAY '承認者本人は解除不可: '
                           WS-TRAN-USER-ID
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   PERFORM APPLY-RELEASE
               END-IF
           END-IF.

       APPLY-RELEASE.
           PERFORM LOG-BEFORE-IMAGE-CHANGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-TRAN-USER-ID TO CA-RELEASER-ID.
           MOVE WS-CURRENT-DATE TO CA-RELEASE-DATE.
           SET CA-STAT-RELEASED TO TRUE.
           REWRITE CLAIM-REC
               INVALID KEY
                   DISPLAY '解除書き戻しエラー: ' WS-CLM-STATUS
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASE-CNT
           END-REWRITE.

       INQUIRE-CLAIM.
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY '請求なし: ' WS-TRAN-CLAIM-NO
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   DISPLAY '*** 給付金請求照会結果 ***'
                   DISPLAY '請求番号:     ' CA-CLAIM-NO
                   DISPLAY '契約番号:     ' CA-CONTRACT-NO
                   DISPLAY '被保険者連番: ' CA-INSURED-SEQ
                   DISPLAY '請求特約:     ' CA-RIDER-TYPE
                   DISPLAY '事由発生日:   ' CA-EVENT-DATE
                   DISPLAY '受付日:       ' CA-REGIST-DATE
                   DISPLAY '給付単位数:   ' CA-UNITS
                   DISPLAY '請求状態:     ' CA-STATUS
                   DISPLAY '承認者:       ' CA-APPROVER-ID
                   DISPLAY '承認日:       ' CA-APPROVE-DATE
                   DISPLAY '保留解除者:   ' CA-RELEASER-ID
                   DISPLAY '保留解除日:   ' CA-RELEASE-DATE
                   DISPLAY '給付金額:     ' CA-BENEFIT-AMOUNT
                   DISPLAY '支払指示日:   ' CA-PAID-DATE
                   DISPLAY '却下理由:     ' CA-DECLINE-REASON
                   ADD 1 TO WS-INQUIRY-CNT
           END-READ.

      *    請求内容を対話的に受け付ける
       ACCEPT-CLAIM-FIELDS.
           MOVE ZERO TO CA-INSURED-SEQ.
           DISPLAY '被保険者連番(01=主たる被保険者) ?'.
           ACCEPT CA-INSURED-SEQ FROM CONSOLE.
           IF CA-INSURED-SEQ NOT NUMERIC
                   OR CA-INSURED-SEQ = ZERO
               MOVE 01 TO CA-INSURED-SEQ
           END-IF.
           DISPLAY '請求特約(H=入院/S=手術/C=がん) ?'.
           ACCEPT CA-RIDER-TYPE FROM CONSOLE.
           DISPLAY '事由発生日(YYYYMMDD) ?'.
           ACCEPT CA-EVENT-DATE FROM CONSOLE.
           IF CA-RIDER-CANC
               MOVE 1 TO CA-UNITS
           ELSE
               DISPLAY '給付単位数(入院日数/手術回数) ?'
               ACCEPT CA-UNITS FROM CONSOLE
           END-IF.

      *    受付条件を検証する（契約の存在・事由発生日時点の有効性・
      *    保険期間内の事由・特約の付加）
       VALIDATE-CLAIM.
           MOVE 'N' TO WS-VALID-FLAG.
           MOVE CA-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY '契約なし: ' CA-CONTRACT-NO
               NOT INVALID KEY
                   PERFORM VALIDATE-CONTRACT-STATUS
           END-READ.

      *    払済・解約済の契約は特約が消滅しているため受け付けない。
      *    満了(E)契約は保険期間内に発生した事由に限り受け付ける
       VALIDATE-CONTRACT-STATUS.
           EVALUATE TRUE
               WHEN CT-STAT-PAIDUP OR CT-STAT-CANCELLED
                   DISPLAY '事由発生日に契約無効: '
                           CT-STATUS
               WHEN CA-EVENT-DATE < CT-START-DATE
                   OR CA-EVENT-DATE > CT-END-DATE
                   DISPLAY '事由発生日が保険期間外です: '
                           CA-EVENT-DATE
               WHEN NOT CA-RIDER-HOSP AND NOT CA-RIDER-SURG
                   AND NOT CA-RIDER-CANC
                   DISPLAY '無効な請求特約です: ' CA-RIDER-TYPE
               WHEN CA-UNITS = ZERO
                   DISPLAY '給付単位数がゼロです'
               WHEN OTHER
                   PERFORM VALIDATE-RIDER-ATTACHED
           END-EVALUATE.

      *    請求する特約が給付事由の被保険者の明細で付加されている
      *    こと
       VALIDATE-RIDER-ATTACHED.
           MOVE CA-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE CA-INSURED-SEQ TO ID-INSURED-SEQ.
           READ DETAIL-FILE
               INVALID KEY
                   DISPLAY '被保険者明細なし: ' CA-CONTRACT-NO
                           ' ' CA-INSURED-SEQ
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CA-RIDER-HOSP AND ID-RIDER-HOSP-YES
                           SET WS-CLAIM-VALID TO TRUE
                       WHEN CA-RIDER-SURG AND ID-RIDER-SURG-YES
                           SET WS-CLAIM-VALID TO TRUE
                       WHEN CA-RIDER-CANC AND ID-RIDER-CANC-YES
                           SET WS-CLAIM-VALID TO TRUE
                       WHEN OTHER
                           DISPLAY '特約未付加: '
                                   CA-RIDER-TYPE
                   END-EVALUATE
           END-READ.

      *    採番制御ファイルのCLAIMキーで請求番号を採番し、直ちに
      *    書き戻す（オンラインのため1件ごとに確定させる。書き戻せ
      *    なければ同じ番号の重複を避けるため受付を拒否する）
       ASSIGN-CLAIM-NO.
           MOVE 'N' TO WS-SEQ-FOUND-FLAG.
           MOVE 'N' TO WS-SEQ-SAVED-FLAG.
           MOVE 'CLAIM' TO SC-SEQ-KEY.
           READ SEQ-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-CLAIM-SEQ
               NOT INVALID KEY
                   MOVE SC-LAST-INVOICE-NO TO WS-CLAIM-SEQ
                   SET WS-SEQ-FOUND TO TRUE
           END-READ.
           ADD 1 TO WS-CLAIM-SEQ.
           MOVE 'CLAIM' TO SC-SEQ-KEY.
           MOVE WS-CLAIM-SEQ TO SC-LAST-INVOICE-NO.
           IF WS-SEQ-FOUND
               REWRITE SEQ-CONTROL-REC
           ELSE
               WRITE SEQ-CONTROL-REC
           END-IF.
           IF WS-SEQ-STATUS = '00'
               SET WS-SEQ-SAVED TO TRUE
           END-IF.
           MOVE WS-CLAIM-SEQ TO CA-CLAIM-NO.

       LOG-BEFORE-IMAGE-ADD.
           MOVE 'A' TO LB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO LB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

      *    訂正の検証後に、控えておいた訂正前のレコードを記録する
       LOG-SAVED-IMAGE-CHANGE.
           MOVE 'C' TO LB-ACTION.
           PERFORM SET-IMAGE-TIMESTAMP.
           MOVE WS-SAVE-CLAIM-REC TO LB-CLAIM-IMAGE.
           WRITE CLAIM-BIMG-REC.

       WRITE-BEFORE-IMAGE.
           PERFORM SET-IMAGE-TIMESTAMP.
           MOVE CLAIM-REC TO LB-CLAIM-IMAGE.
           WRITE CLAIM-BIMG-REC.

       SET-IMAGE-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO LB-TIMESTAMP.

       TERM-PROCESS.
           DISPLAY '受付件数:     ' WS-ADD-CNT.
           DISPLAY '訂正件数:     ' WS-CHANGE-CNT.
           DISPLAY '承認件数:     ' WS-APPROVE-CNT.
           DISPLAY '却下件数:     ' WS-DECLINE-CNT.
           DISPLAY '保留解除件数: ' WS-RELEASE-CNT.
           DISPLAY '照会件数:     ' WS-INQUIRY-CNT.
           DISPLAY '拒否件数:     ' WS-REJECT-CNT.
           CLOSE CLAIM-FILE
                 BEFORE-IMAGE-FILE
                 MASTER-FILE
                 DETAIL-FILE
                 SEQ-CONTROL-FILE.
