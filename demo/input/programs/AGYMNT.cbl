       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYMNT.
      *================================================================*
      * 代理店マスタオンライン保守トランザクション
      * 代理店1件単位の代理店名・保険種別別の更新手数料率・既定率
      * の追加・訂正・削除・照会と、代理店の廃止（廃止日・担当契約
      * の移管先代理店の登録）を行う（CUSTMNTの保守トランザクション
      * と同じ操作体系）。
      * 更新前イメージをログファイル（AGBIMG）に記録し、監査・
      * 手作業復旧の拠り所とする（CUSTMNTのCUBIMGと同じ扱い）。
      * 廃止した代理店の担当契約はAGYXFERが移管先へ付け替え、
      * COMMCALCは廃止代理店へ手数料を支払わない
      * COPY: CPYAGCY（代理店マスタレコードレイアウト）
      * COPY: CPYAGBIM（代理店マスタ更新前イメージログレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE
               ASSIGN TO 'AGMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENCY-CODE
               FILE STATUS IS WS-AGY-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'AGBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
           COPY CPYAGCY.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYAGBIM.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-AGY-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-VALID-FLAG         PIC X(1) VALUE 'N'.
               88  WS-VALID          VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-ADD       VALUE 'A'.
               88  WS-TRAN-CHANGE    VALUE 'C'.
               88  WS-TRAN-DELETE    VALUE 'D'.
               88  WS-TRAN-INQUIRY   VALUE 'I'.
               88  WS-TRAN-TERMINATE VALUE 'T'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-TRAN-AGENCY-CODE   PIC X(5).
           05  WS-TERM-DATE          PIC 9(8).
           05  WS-SUCCESSOR-CODE     PIC X(5).

      *    更新前の代理店レコードの控え（訂正内容の検証中・移管先
      *    の存在確認でレコード域が上書きされるため）
       01  WS-SAVE-AGENCY-REC        PIC X(147).
       01  WS-NEW-AGENCY-REC         PIC X(147).

       01  WS-RATE-SUB               PIC 9(2).

       01  WS-COUNTERS.
           05  WS-ADD-CNT            PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-DELETE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-TERMINATE-CNT      PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    代理店マスタを更新モードで開く
      *    初回実行時は未作成のため、新規作成してから開き直す
       INIT-PROCESS.
           OPEN I-O AGENCY-FILE.
           IF WS-AGY-STATUS = '35'
               OPEN OUTPUT AGENCY-FILE
               CLOSE AGENCY-FILE
               OPEN I-O AGENCY-FILE
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.

       TRANSACTION-LOOP.
           PERFORM ACCEPT-TRANSACTION.
           IF NOT WS-TRAN-EXIT
               PERFORM PROCESS-TRANSACTION
           ELSE
               SET WS-DONE TO TRUE
           END-IF.

       ACCEPT-TRANSACTION.
           DISPLAY '区分(A=追加/C=訂正/D=削除'
                   '/I=照会/T=廃止/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           IF NOT WS-TRAN-EXIT
               DISPLAY '代理店コード ?'
               ACCEPT WS-TRAN-AGENCY-CODE FROM CONSOLE
           END-IF.

       PROCESS-TRANSACTION.
           MOVE WS-TRAN-AGENCY-CODE TO AG-AGENCY-CODE.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-AGENCY
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-AGENCY
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-AGENCY
               WHEN WS-TRAN-INQUIRY
                   PERFORM INQUIRE-AGENCY
               WHEN WS-TRAN-TERMINATE
                   PERFORM TERMINATE-AGENCY
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    新規代理店は有効(A)・廃止日ゼロ・移管先なしで登録する
       ADD-AGENCY.
           READ AGENCY-FILE
               INVALID KEY
                   PERFORM ADD-AGENCY-REC
               NOT INVALID KEY
                   DISPLAY '代理店コード重複: '
                       WS-TRAN-AGENCY-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-READ.

       ADD-AGENCY-REC.
           MOVE SPACES TO AGENCY-REC.
           MOVE WS-TRAN-AGENCY-CODE TO AG-AGENCY-CODE.
           MOVE ZERO TO AG-RATE-COUNT.
           MOVE ZERO TO AG-DEFAULT-RATE.
           MOVE 'A' TO AG-STATUS.
           MOVE ZERO TO AG-TERM-DATE.
           PERFORM ACCEPT-AGENCY-FIELDS.
           IF WS-VALID
               WRITE AGENCY-REC
                   INVALID KEY
                       DISPLAY '追加エラー: ' WS-AGY-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       PERFORM LOG-BEFORE-IMAGE-ADD
                       ADD 1 TO WS-ADD-CNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

       CHANGE-AGENCY.
           READ AGENCY-FILE
               INVALID KEY
                   DISPLAY '代理店なし: ' WS-TRAN-AGENCY-CODE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHANGE-AGENCY-REC
           END-READ.

       CHANGE-AGENCY-REC.
           MOVE AGENCY-REC TO WS-SAVE-AGENCY-REC.
           PERFORM ACCEPT-AGENCY-FIELDS.
           IF WS-VALID
               MOVE AGENCY-REC TO WS-NEW-AGENCY-REC
               MOVE WS-SAVE-AGENCY-REC TO AGENCY-REC
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               MOVE WS-NEW-AGENCY-REC TO AGENCY-REC
               REWRITE AGENCY-REC
                   INVALID KEY
                       DISPLAY '訂正エラー: ' WS-AGY-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-CNT
               END-REWRITE
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

       DELETE-AGENCY.
           READ AGENCY-FILE
               INVALID KEY
                   DISPLAY '代理店なし: ' WS-TRAN-AGENCY-CODE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-DELETE
                   DELETE AGENCY-FILE
                       INVALID KEY
                           DISPLAY '削除エラー: ' WS-AGY-STATUS
                           ADD 1 TO WS-REJECT-CNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-CNT
                   END-DELETE
           END-READ.

       INQUIRE-AGENCY.
           READ AGENCY-FILE
               INVALID KEY
                   DISPLAY '代理店なし: ' WS-TRAN-AGENCY-CODE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM DISPLAY-AGENCY
                   ADD 1 TO WS-INQUIRY-CNT
           END-READ.

       DISPLAY-AGENCY.
           DISPLAY '*** 代理店マスタ照会結果 ***'.
           DISPLAY '代理店コード: ' AG-AGENCY-CODE.
           DISPLAY '代理店名:     ' AG-AGENCY-NAME.
           IF AG-STAT-TERMINATED
               DISPLAY '状態:         廃止'
               DISPLAY '廃止日:       ' AG-TERM-DATE
               DISPLAY '移管先代理店: ' AG-SUCCESSOR-CODE
           ELSE
               DISPLAY '状態:         有効'
           END-IF.
           DISPLAY '既定手数料率: ' AG-DEFAULT-RATE.
           DISPLAY '種別別率件数: ' AG-RATE-COUNT.
           PERFORM DISPLAY-RATE-ENTRY
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > AG-RATE-COUNT
                  OR WS-RATE-SUB > 10.

       DISPLAY-RATE-ENTRY.
           DISPLAY '  保険種別: ' AG-RT-PLAN-CODE(WS-RATE-SUB)
                   '  手数料率: ' AG-RT-COMM-RATE(WS-RATE-SUB).

      *    代理店名・既定率・保険種別別の手数料率を対話的に受け
      *    付ける（種別別の率は最大10種別）
       ACCEPT-AGENCY-FIELDS.
           MOVE 'Y' TO WS-VALID-FLAG.
           DISPLAY '代理店名 ?'.
           ACCEPT AG-AGENCY-NAME FROM CONSOLE.
           DISPLAY '既定手数料率(9.9999) ?'.
           ACCEPT AG-DEFAULT-RATE FROM CONSOLE.
           DISPLAY '種別別率件数(0-10) ?'.
           ACCEPT AG-RATE-COUNT FROM CONSOLE.
           IF AG-RATE-COUNT > 10
               DISPLAY '種別別率件数は10件までです: '
                       AG-RATE-COUNT
               MOVE 'N' TO WS-VALID-FLAG
           ELSE
               PERFORM ACCEPT-RATE-ENTRY
                   VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > AG-RATE-COUNT
               PERFORM CLEAR-RATE-ENTRY
                   VARYING WS-RATE-SUB FROM WS-RATE-SUB BY 1
                   UNTIL WS-RATE-SUB > 10
           END-IF.

       ACCEPT-RATE-ENTRY.
           DISPLAY '保険種別コード(' WS-RATE-SUB ') ?'.
           ACCEPT AG-RT-PLAN-CODE(WS-RATE-SUB) FROM CONSOLE.
           DISPLAY '手数料率(9.9999) ?'.
           ACCEPT AG-RT-COMM-RATE(WS-RATE-SUB) FROM CONSOLE.

      *    使用しない種別別の率は空白・ゼロとする
       CLEAR-RATE-ENTRY.
           MOVE SPACES TO AG-RT-PLAN-CODE(WS-RATE-SUB).
           MOVE ZERO TO AG-RT-COMM-RATE(WS-RATE-SUB).

      *    代理店を廃止し、廃止日と担当契約の移管先を登録する。
      *    移管先は有効な登録済み代理店に限る（契約の付け替えは
      *    AGYXFERが廃止日到来後に行う）
       TERMINATE-AGENCY.
           READ AGENCY-FILE
               INVALID KEY
                   DISPLAY '代理店なし: ' WS-TRAN-AGENCY-CODE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM ACCEPT-TERMINATION
           END-READ.

       ACCEPT-TERMINATION.
           MOVE AGENCY-REC TO WS-SAVE-AGENCY-REC.
           DISPLAY '廃止日(YYYYMMDD) ?'.
           ACCEPT WS-TERM-DATE FROM CONSOLE.
           DISPLAY '移管先代理店コード ?'.
           ACCEPT WS-SUCCESSOR-CODE FROM CONSOLE.
           PERFORM VALIDATE-SUCCESSOR.
           MOVE WS-SAVE-AGENCY-REC TO AGENCY-REC.
           IF WS-VALID
               PERFORM LOG-BEFORE-IMAGE-TERMINATE
               MOVE 'T' TO AG-STATUS
               MOVE WS-TERM-DATE TO AG-TERM-DATE
               MOVE WS-SUCCESSOR-CODE TO AG-SUCCESSOR-CODE
               REWRITE AGENCY-REC
                   INVALID KEY
                       DISPLAY '廃止エラー: ' WS-AGY-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-TERMINATE-CNT
               END-REWRITE
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

      *    廃止日の形式と、移管先代理店が自代理店以外の有効な
      *    登録済み代理店であることを確認する
       VALIDATE-SUCCESSOR.
           MOVE 'Y' TO WS-VALID-FLAG.
           IF WS-TERM-DATE(5:2) < '01' OR WS-TERM-DATE(5:2) > '12'
                   OR WS-TERM-DATE(7:2) < '01'
                   OR WS-TERM-DATE(7:2) > '31'
               DISPLAY '廃止日が不正です: ' WS-TERM-DATE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID
               IF WS-SUCCESSOR-CODE = SPACES
                       OR WS-SUCCESSOR-CODE = WS-TRAN-AGENCY-CODE
                   DISPLAY '移管先代理店が不正です: '
                           WS-SUCCESSOR-CODE
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF WS-VALID
               MOVE WS-SUCCESSOR-CODE TO AG-AGENCY-CODE
               READ AGENCY-FILE
                   INVALID KEY
                       DISPLAY '移管先代理店なし: '
                               WS-SUCCESSOR-CODE
                       MOVE 'N' TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF AG-STAT-TERMINATED
                           DISPLAY '移管先代理店は廃止済み: '
                                   WS-SUCCESSOR-CODE
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF.

       LOG-BEFORE-IMAGE-ADD.
           MOVE 'A' TO AB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO AB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-DELETE.
           MOVE 'D' TO AB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-TERMINATE.
           MOVE 'T' TO AB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       WRITE-BEFORE-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO AB-TIMESTAMP.
           MOVE AGENCY-REC TO AB-AGENCY-IMAGE.
           WRITE AGENCY-BIMG-REC.

       TERM-PROCESS.
           DISPLAY '追加件数: ' WS-ADD-CNT.
           DISPLAY '訂正件数: ' WS-CHANGE-CNT.
           DISPLAY '削除件数: ' WS-DELETE-CNT.
           DISPLAY '照会件数: ' WS-INQUIRY-CNT.
           DISPLAY '廃止件数: ' WS-TERMINATE-CNT.
           DISPLAY '拒否件数: ' WS-REJECT-CNT.
           CLOSE AGENCY-FILE
                 BEFORE-IMAGE-FILE.
