       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRTYMNT.
      *================================================================*
      * 再保険特約マスタオンライン保守トランザクション
      * 保険種別・適用開始日単位の再保険特約（特約番号・方式・
      * 保有限度額・出再割合・サープラス線数・再保険会社）の
      * 追加・訂正・削除・照会を行う（AGYMNTの保守トランザクション
      * と同じ操作体系）。
      * 料率改定と同様に、特約条件の変更は新しい適用開始日の
      * レコードを追加して行い、既存の保険期間の出再には影響
      * させない（RICESSは保険期間の開始日時点の特約を適用する）。
      * 更新前イメージをログファイル（TYBIMG）に記録し、監査・
      * 手作業復旧の拠り所とする（AGYMNTのAGBIMGと同じ扱い）
      * COPY: CPYTRTY（再保険特約マスタレコードレイアウト）
      * COPY: CPYTYBIM（再保険特約マスタ更新前イメージログ
      *                 レイアウト）
      * COPY: CPYPLANM（保険種別マスタレコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREATY-FILE
               ASSIGN TO 'TREATY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TY-TREATY-KEY
               FILE STATUS IS WS-TRT-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'TYBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PLAN-MASTER-FILE
               ASSIGN TO 'PLANMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-PLAN-CODE
               FILE STATUS IS WS-PLN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREATY-FILE.
           COPY CPYTRTY.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYTYBIM.

       FD  PLAN-MASTER-FILE.
           COPY CPYPLANM.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-TRT-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-PLN-STATUS         PIC X(2).

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

       01  WS-FLAGS.
           05  WS-DONE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-DONE           VALUE 'Y'.
           05  WS-VALID-FLAG         PIC X(1) VALUE 'N'.
               88  WS-VALID          VALUE 'Y'.
           05  WS-PLAN-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-PLAN-AVAIL     VALUE 'Y'.

       01  WS-TRAN-WORK.
           05  WS-TRAN-CODE          PIC X(1).
               88  WS-TRAN-ADD       VALUE 'A'.
               88  WS-TRAN-CHANGE    VALUE 'C'.
               88  WS-TRAN-DELETE    VALUE 'D'.
               88  WS-TRAN-INQUIRY   VALUE 'I'.
               88  WS-TRAN-EXIT      VALUE 'X'.
           05  WS-TRAN-PLAN-CODE     PIC X(3).
           05  WS-TRAN-EFF-DATE      PIC 9(8).

      *    更新前の特約レコードの控え（訂正内容の検証中にレコード
      *    域が上書きされるため）
       01  WS-SAVE-TREATY-REC        PIC X(111).
       01  WS-NEW-TREATY-REC         PIC X(111).

       01  WS-COUNTERS.
           05  WS-ADD-CNT            PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-DELETE-CNT         PIC 9(5) VALUE ZERO.
           05  WS-INQUIRY-CNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-CNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM TRANSACTION-LOOP
               UNTIL WS-DONE.
           PERFORM TERM-PROCESS.
           STOP RUN.

      *    特約マスタを更新モードで開く
      *    初回実行時は未作成のため、新規作成してから開き直す
       INIT-PROCESS.
           OPEN I-O TREATY-FILE.
           IF WS-TRT-STATUS = '35'
               OPEN OUTPUT TREATY-FILE
               CLOSE TREATY-FILE
               OPEN I-O TREATY-FILE
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
      *    保険種別マスタ未整備の環境では種別コードの検証を省略する
           OPEN INPUT PLAN-MASTER-FILE.
           IF WS-PLN-STATUS = '00'
               SET WS-PLAN-AVAIL TO TRUE
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
                   '/I=照会/X=終了) ?'.
           ACCEPT WS-TRAN-CODE FROM CONSOLE.
           IF NOT WS-TRAN-EXIT
               DISPLAY '保険種別コード ?'
               ACCEPT WS-TRAN-PLAN-CODE FROM CONSOLE
               DISPLAY '適用開始日(YYYYMMDD) ?'
               ACCEPT WS-TRAN-EFF-DATE FROM CONSOLE
           END-IF.

       PROCESS-TRANSACTION.
           MOVE WS-TRAN-PLAN-CODE TO TY-PLAN-CODE.
           COMPUTE TY-EFF-DATE-INV = 99999999 - WS-TRAN-EFF-DATE.
           EVALUATE TRUE
               WHEN WS-TRAN-ADD
                   PERFORM ADD-TREATY
               WHEN WS-TRAN-CHANGE
                   PERFORM CHANGE-TREATY
               WHEN WS-TRAN-DELETE
                   PERFORM DELETE-TREATY
               WHEN WS-TRAN-INQUIRY
                   PERFORM INQUIRE-TREATY
               WHEN OTHER
                   DISPLAY '無効な区分です: ' WS-TRAN-CODE
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.

      *    新規特約は保険種別・適用開始日を検証してから登録する
       ADD-TREATY.
           READ TREATY-FILE
               INVALID KEY
                   PERFORM ADD-TREATY-REC
               NOT INVALID KEY
                   DISPLAY '特約重複: ' WS-TRAN-PLAN-CODE
                           ' ' WS-TRAN-EFF-DATE
                   ADD 1 TO WS-REJECT-CNT
           END-READ.

       ADD-TREATY-REC.
           PERFORM VALIDATE-TREATY-KEY.
           IF WS-VALID
               MOVE SPACES TO TREATY-REC
               MOVE WS-TRAN-PLAN-CODE TO TY-PLAN-CODE
               COMPUTE TY-EFF-DATE-INV =
                   99999999 - WS-TRAN-EFF-DATE
               MOVE WS-TRAN-EFF-DATE TO TY-EFFECTIVE-DATE
               MOVE ZERO TO TY-RETENTION-LIMIT
               MOVE ZERO TO TY-CESSION-PCT
               MOVE ZERO TO TY-SURPLUS-LINES
               PERFORM ACCEPT-TREATY-FIELDS
           END-IF.
           IF WS-VALID
               WRITE TREATY-REC
                   INVALID KEY
                       DISPLAY '追加エラー: ' WS-TRT-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       PERFORM LOG-BEFORE-IMAGE-ADD
                       ADD 1 TO WS-ADD-CNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

      *    適用開始日の形式と、保険種別が種別マスタに登録済みで
      *    あることを確認する
       VALIDATE-TREATY-KEY.
           MOVE 'Y' TO WS-VALID-FLAG.
           IF WS-TRAN-EFF-DATE(5:2) < '01'
                   OR WS-TRAN-EFF-DATE(5:2) > '12'
                   OR WS-TRAN-EFF-DATE(7:2) < '01'
                   OR WS-TRAN-EFF-DATE(7:2) > '31'
               DISPLAY '適用開始日が不正です: '
                       WS-TRAN-EFF-DATE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID AND WS-PLAN-AVAIL
               MOVE WS-TRAN-PLAN-CODE TO PL-PLAN-CODE
               READ PLAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY '保険種別なし: ' WS-TRAN-PLAN-CODE
                       MOVE 'N' TO WS-VALID-FLAG
               END-READ
           END-IF.

       CHANGE-TREATY.
           READ TREATY-FILE
               INVALID KEY
                   DISPLAY '特約なし: ' WS-TRAN-PLAN-CODE
                           ' ' WS-TRAN-EFF-DATE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM CHANGE-TREATY-REC
           END-READ.

       CHANGE-TREATY-REC.
           MOVE TREATY-REC TO WS-SAVE-TREATY-REC.
           PERFORM ACCEPT-TREATY-FIELDS.
           IF WS-VALID
               MOVE TREATY-REC TO WS-NEW-TREATY-REC
               MOVE WS-SAVE-TREATY-REC TO TREATY-REC
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               MOVE WS-NEW-TREATY-REC TO TREATY-REC
               REWRITE TREATY-REC
                   INVALID KEY
                       DISPLAY '訂正エラー: ' WS-TRT-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-CNT
               END-REWRITE
           ELSE
               ADD 1 TO WS-REJECT-CNT
           END-IF.

       DELETE-TREATY.
           READ TREATY-FILE
               INVALID KEY
                   DISPLAY '特約なし: ' WS-TRAN-PLAN-CODE
                           ' ' WS-TRAN-EFF-DATE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM LOG-BEFORE-IMAGE-DELETE
                   DELETE TREATY-FILE
                       INVALID KEY
                           DISPLAY '削除エラー: ' WS-TRT-STATUS
                           ADD 1 TO WS-REJECT-CNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-CNT
                   END-DELETE
           END-READ.

       INQUIRE-TREATY.
           READ TREATY-FILE
               INVALID KEY
                   DISPLAY '特約なし: ' WS-TRAN-PLAN-CODE
                           ' ' WS-TRAN-EFF-DATE
                   ADD 1 TO WS-REJECT-CNT
               NOT INVALID KEY
                   PERFORM DISPLAY-TREATY
                   ADD 1 TO WS-INQUIRY-CNT
           END-READ.

       DISPLAY-TREATY.
           DISPLAY '*** 再保険特約マスタ照会結果 ***'.
           DISPLAY '保険種別:     ' TY-PLAN-CODE.
           DISPLAY '適用開始日:   ' TY-EFFECTIVE-DATE.
           DISPLAY '特約番号:     ' TY-TREATY-NO.
           EVALUATE TRUE
               WHEN TY-QUOTA-SHARE
                   DISPLAY '方式:         比例'
               WHEN TY-SURPLUS
                   DISPLAY '方式:         サープラス'
               WHEN OTHER
                   DISPLAY '方式:         併用'
           END-EVALUATE.
           DISPLAY '保有限度額:   ' TY-RETENTION-LIMIT.
           DISPLAY '出再割合(%):  ' TY-CESSION-PCT.
           DISPLAY '線数:         ' TY-SURPLUS-LINES.
           DISPLAY '再保険会社:   ' TY-REINSURER-CODE
                   ' ' TY-REINSURER-NAME.

      *    特約条件を対話的に受け付け、方式に応じて必要な項目を
      *    検証する（比例・併用は出再割合、サープラス・併用は
      *    保有限度額が必須）
       ACCEPT-TREATY-FIELDS.
           MOVE 'Y' TO WS-VALID-FLAG.
           DISPLAY '特約番号 ?'.
           ACCEPT TY-TREATY-NO FROM CONSOLE.
           DISPLAY '方式(Q=比例/S=サープラス/B=併用) ?'.
           ACCEPT TY-TREATY-TYPE FROM CONSOLE.
           DISPLAY '保有限度額 ?'.
           ACCEPT TY-RETENTION-LIMIT FROM CONSOLE.
           DISPLAY '出再割合(999.99) ?'.
           ACCEPT TY-CESSION-PCT FROM CONSOLE.
           DISPLAY 'サープラス線数(0=上限なし) ?'.
           ACCEPT TY-SURPLUS-LINES FROM CONSOLE.
           DISPLAY '再保険会社コード ?'.
           ACCEPT TY-REINSURER-CODE FROM CONSOLE.
           DISPLAY '再保険会社名 ?'.
           ACCEPT TY-REINSURER-NAME FROM CONSOLE.
           IF NOT TY-QUOTA-SHARE AND NOT TY-SURPLUS
                   AND NOT TY-COMBINED
               DISPLAY '方式が不正です: ' TY-TREATY-TYPE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           IF TY-QUOTA-SHARE OR TY-COMBINED
               IF TY-CESSION-PCT = ZERO OR TY-CESSION-PCT > 100
                   DISPLAY '出再割合が不正です: '
                           TY-CESSION-PCT
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF TY-SURPLUS OR TY-COMBINED
               IF TY-RETENTION-LIMIT = ZERO
                   DISPLAY '保有限度額が未設定です'
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF TY-REINSURER-CODE = SPACES
               DISPLAY '再保険会社コードが未設定です'
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.

       LOG-BEFORE-IMAGE-ADD.
           MOVE 'A' TO TB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO TB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       LOG-BEFORE-IMAGE-DELETE.
           MOVE 'D' TO TB-ACTION.
           PERFORM WRITE-BEFORE-IMAGE.

       WRITE-BEFORE-IMAGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO TB-TIMESTAMP.
           MOVE TREATY-REC TO TB-TREATY-IMAGE.
           WRITE TREATY-BIMG-REC.

       TERM-PROCESS.
           DISPLAY '追加件数: ' WS-ADD-CNT.
           DISPLAY '訂正件数: ' WS-CHANGE-CNT.
           DISPLAY '削除件数: ' WS-DELETE-CNT.
           DISPLAY '照会件数: ' WS-INQUIRY-CNT.
           DISPLAY '拒否件数: ' WS-REJECT-CNT.
           CLOSE TREATY-FILE
                 BEFORE-IMAGE-FILE.
           IF WS-PLAN-AVAIL
               CLOSE PLAN-MASTER-FILE
           END-IF.
