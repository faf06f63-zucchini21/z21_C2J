       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYXFER.
      *================================================================*
      * 廃止代理店担当契約移管バッチプログラム
      * 代理店マスタ（AGMAST）で廃止(T)とされ廃止日を迎えた代理店の
      * 担当契約について、契約マスタ（CONTMAST）の代理店コードを
      * 移管先代理店へ付け替える。
      *  - 移管先もまた廃止済みの場合は、有効な代理店に行き着く
      *    まで移管先をたどる（たどれない場合は移管せず報告する）
      *  - 付け替え前の契約イメージをCTBIMGへ記録し、CONTRCVRの
      *    復元(R)で本実行分を取り消せるようにする（移管台帳に
      *    本実行のタイムスタンプ範囲を印字する）
      *  - 営業部門向けの移管台帳（AGXFRRPT）へ契約別明細と
      *    廃止代理店別の移管件数を出力する
      * 移管済み契約は廃止代理店のコードを持たなくなるため、再実行
      * しても二重に移管しない
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYAGCY（代理店マスタレコードレイアウト）
      * COPY: CPYBIMG（更新前イメージログレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT AGENCY-FILE
               ASSIGN TO 'AGMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-AGENCY-CODE
               FILE STATUS IS WS-AGY-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CTBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OUT-REGISTER-FILE
               ASSIGN TO 'AGXFRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  AGENCY-FILE.
           COPY CPYAGCY.

       FD  BEFORE-IMAGE-FILE.
           COPY CPYBIMG.

       FD  OUT-REGISTER-FILE.
       01  OUT-REGISTER-REC          PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-AGY-STATUS         PIC X(2).
           05  WS-LOG-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-XT-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-XT-FOUND       VALUE 'Y'.
           05  WS-CHAIN-END-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CHAIN-END      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AGENCY-READ-CNT    PIC 9(7) VALUE ZERO.
           05  WS-CONTRACT-CNT       PIC 9(7) VALUE ZERO.
           05  WS-TRANSFER-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-TIME       PIC 9(6).

      *    本実行で記録した更新前イメージのタイムスタンプ範囲
      *    （CONTRCVRの復元範囲として移管台帳へ印字する）
       01  WS-LOG-RANGE.
           05  WS-FIRST-TIMESTAMP    PIC 9(14) VALUE ZERO.
           05  WS-LAST-TIMESTAMP     PIC 9(14) VALUE ZERO.

      *    廃止代理店テーブル（AGMASTの廃止代理店を全件読み込み、
      *    最終移管先を解決しておく）
      *    解決区分: Y=解決済 N=移管先未登録 L=移管先の循環・多段超過
       01  WS-XFER-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-XFER-TABLE.
           05  WS-XFER-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-XT-IDX WS-XT-IDX2.
               10  WS-XT-AGENCY-CODE PIC X(5).
               10  WS-XT-SUCCESSOR   PIC X(5).
               10  WS-XT-TERM-DATE   PIC 9(8).
               10  WS-XT-FINAL-CODE  PIC X(5).
               10  WS-XT-RESOLVE     PIC X(1).
                   88  WS-XT-RESOLVED      VALUE 'Y'.
                   88  WS-XT-NO-SUCCESSOR  VALUE 'N'.
                   88  WS-XT-CHAIN-LOOP    VALUE 'L'.
               10  WS-XT-XFER-CNT    PIC 9(7).
               10  WS-XT-ERROR-CNT   PIC 9(7).

      *    移管先をたどる作業域（多段の上限で循環登録を打ち切る）
       01  WS-CHAIN-WORK.
           05  WS-CHAIN-CODE         PIC X(5).
           05  WS-CHAIN-HOPS         PIC 9(2).
           05  WS-CHAIN-LIMIT        PIC 9(2) VALUE 10.
           05  WS-OLD-AGENCY         PIC X(5).
           05  WS-XFER-REMARK        PIC X(30).

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM LOAD-TERMINATED-AGENCIES.
           PERFORM RESOLVE-SUCCESSORS.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM TRANSFER-CONTRACTS.
           PERFORM WRITE-REGISTER-SUMMARY.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           OPEN I-O MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY '契約マスタオープンエラー: '
                       WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AGENCY-FILE.
           IF WS-AGY-STATUS NOT = '00'
               DISPLAY '代理店マスタオープンエラー: '
                       WS-AGY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-LOG-STATUS = '35' OR '05'
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.
           OPEN OUTPUT OUT-REGISTER-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM OPEN-CTLTOTAL.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    代理店マスタを全件読み、廃止代理店を控える
       LOAD-TERMINATED-AGENCIES.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO AG-AGENCY-CODE.
           START AGENCY-FILE
               KEY IS NOT LESS THAN AG-AGENCY-CODE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-AGY-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-AGENCY-NEXT
           END-IF.
           PERFORM LOAD-AGENCY-LOOP
               UNTIL WS-EOF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-AGENCY-NEXT.
           READ AGENCY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AGENCY-READ-CNT
           END-READ.
           IF WS-AGY-STATUS NOT = '00' AND WS-AGY-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       LOAD-AGENCY-LOOP.
           IF AG-STAT-TERMINATED
               PERFORM NOTE-TERMINATED-AGENCY
           END-IF.
           PERFORM READ-AGENCY-NEXT.

      *    テーブル満杯の場合は当該代理店の契約を移管できないため
      *    エラーとして報告し、分割実行を促す
       NOTE-TERMINATED-AGENCY.
           IF WS-XFER-COUNT < 200
               ADD 1 TO WS-XFER-COUNT
               SET WS-XT-IDX TO WS-XFER-COUNT
               MOVE AG-AGENCY-CODE    TO WS-XT-AGENCY-CODE(WS-XT-IDX)
               MOVE AG-SUCCESSOR-CODE TO WS-XT-SUCCESSOR(WS-XT-IDX)
               MOVE AG-TERM-DATE      TO WS-XT-TERM-DATE(WS-XT-IDX)
               MOVE SPACES            TO WS-XT-FINAL-CODE(WS-XT-IDX)
               MOVE 'N'               TO WS-XT-RESOLVE(WS-XT-IDX)
               MOVE ZERO              TO WS-XT-XFER-CNT(WS-XT-IDX)
               MOVE ZERO              TO WS-XT-ERROR-CNT(WS-XT-IDX)
           ELSE
               DISPLAY '廃止代理店テーブル満杯 - 読飛: '
                       AG-AGENCY-CODE
               ADD 1 TO WS-TBLFULL-CNT
           END-IF.

      *    廃止代理店ごとに最終移管先を解決する。移管先が廃止日を
      *    迎えた廃止代理店であればさらにその移管先へ進む
       RESOLVE-SUCCESSORS.
           PERFORM RESOLVE-ONE-SUCCESSOR
               VARYING WS-XT-IDX FROM 1 BY 1
               UNTIL WS-XT-IDX > WS-XFER-COUNT.

       RESOLVE-ONE-SUCCESSOR.
           MOVE WS-XT-SUCCESSOR(WS-XT-IDX) TO WS-CHAIN-CODE.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'N' TO WS-CHAIN-END-FLAG.
           PERFORM FOLLOW-SUCCESSOR
               UNTIL WS-CHAIN-END.
           IF WS-XT-RESOLVED(WS-XT-IDX)
               MOVE WS-CHAIN-CODE TO WS-XT-FINAL-CODE(WS-XT-IDX)
           END-IF.

      *    移管先を1段たどる。廃止代理店テーブルにない（または
      *    廃止日未到来の）移管先は、代理店マスタに登録があれば
      *    最終移管先とする
       FOLLOW-SUCCESSOR.
           ADD 1 TO WS-CHAIN-HOPS.
           IF WS-CHAIN-HOPS > WS-CHAIN-LIMIT
               MOVE 'L' TO WS-XT-RESOLVE(WS-XT-IDX)
               SET WS-CHAIN-END TO TRUE
           ELSE
               PERFORM FIND-CHAIN-AGENCY
               IF WS-XT-FOUND
                   MOVE WS-XT-SUCCESSOR(WS-XT-IDX2)
                       TO WS-CHAIN-CODE
               ELSE
                   PERFORM CHECK-FINAL-AGENCY
                   SET WS-CHAIN-END TO TRUE
               END-IF
           END-IF.

       FIND-CHAIN-AGENCY.
           MOVE 'N' TO WS-XT-FOUND-FLAG.
           SET WS-XT-IDX2 TO 1.
           PERFORM UNTIL WS-XT-IDX2 > WS-XFER-COUNT
                   OR WS-XT-FOUND
               IF WS-XT-AGENCY-CODE(WS-XT-IDX2) = WS-CHAIN-CODE
                       AND WS-XT-TERM-DATE(WS-XT-IDX2)
                           <= WS-CURRENT-DATE
                   SET WS-XT-FOUND TO TRUE
               ELSE
                   SET WS-XT-IDX2 UP BY 1
               END-IF
           END-PERFORM.

       CHECK-FINAL-AGENCY.
           IF WS-CHAIN-CODE = SPACES
               MOVE 'N' TO WS-XT-RESOLVE(WS-XT-IDX)
           ELSE
               MOVE WS-CHAIN-CODE TO AG-AGENCY-CODE
               READ AGENCY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-XT-RESOLVE(WS-XT-IDX)
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-XT-RESOLVE(WS-XT-IDX)
               END-READ
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '***** 廃止代理店 契約移管台帳 *****'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REGISTER-REC
           END-STRING.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '  契約番号 移管元 移管先 種別 状態'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.

      *    契約マスタを全件走査し、廃止日を迎えた廃止代理店の担当
      *    契約を移管する
       TRANSFER-CONTRACTS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO CT-CONTRACT-NO.
           START MASTER-FILE
               KEY IS NOT LESS THAN CT-CONTRACT-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           IF WS-MST-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           IF NOT WS-EOF
               PERFORM READ-MASTER-NEXT
           END-IF.
           PERFORM TRANSFER-LOOP
               UNTIL WS-EOF.

       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTRACT-CNT
           END-READ.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       TRANSFER-LOOP.
           IF CT-AGENCY-CODE NOT = SPACES
               MOVE CT-AGENCY-CODE TO WS-CHAIN-CODE
               PERFORM FIND-CHAIN-AGENCY
               IF WS-XT-FOUND
                   SET WS-XT-IDX TO WS-XT-IDX2
                   PERFORM TRANSFER-ONE-CONTRACT
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT.

      *    移管先が解決できた契約は更新前イメージを記録してから
      *    代理店コードを付け替え、解決できない契約は移管せずに
      *    台帳へエラーとして記載する
       TRANSFER-ONE-CONTRACT.
           MOVE CT-AGENCY-CODE TO WS-OLD-AGENCY.
           IF WS-XT-RESOLVED(WS-XT-IDX)
               PERFORM LOG-BEFORE-IMAGE-CHANGE
               MOVE WS-XT-FINAL-CODE(WS-XT-IDX) TO CT-AGENCY-CODE
               REWRITE CONTRACT-REC
                   INVALID KEY
                       DISPLAY '契約書き戻しエラー: '
                               CT-CONTRACT-NO ' ' WS-MST-STATUS
                       ADD 1 TO WS-ERROR-CNT
                       ADD 1 TO WS-XT-ERROR-CNT(WS-XT-IDX)
                       MOVE '書き戻しエラー' TO WS-XFER-REMARK
                   NOT INVALID KEY
                       ADD 1 TO WS-TRANSFER-CNT
                       ADD 1 TO WS-XT-XFER-CNT(WS-XT-IDX)
                       MOVE SPACES TO WS-XFER-REMARK
               END-REWRITE
           ELSE
               ADD 1 TO WS-ERROR-CNT
               ADD 1 TO WS-XT-ERROR-CNT(WS-XT-IDX)
               IF WS-XT-CHAIN-LOOP(WS-XT-IDX)
                   MOVE '移管先循環' TO WS-XFER-REMARK
               ELSE
                   MOVE '移管先未登録' TO WS-XFER-REMARK
               END-IF
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE CT-CONTRACT-NO TO OUT-REGISTER-REC(3:10).
           MOVE WS-OLD-AGENCY  TO OUT-REGISTER-REC(15:5).
           IF WS-XT-RESOLVED(WS-XT-IDX)
               MOVE WS-XT-FINAL-CODE(WS-XT-IDX)
                   TO OUT-REGISTER-REC(23:5)
           END-IF.
           MOVE CT-PLAN-CODE   TO OUT-REGISTER-REC(31:3).
           MOVE CT-STATUS      TO OUT-REGISTER-REC(37:1).
           MOVE WS-XFER-REMARK TO OUT-REGISTER-REC(43:30).
           WRITE OUT-REGISTER-REC.

      *    付け替え前の契約イメージをCTBIMGへ記録する（CONTRCVRの
      *    復元対象とするため、CONTMAINTの訂正(C)と同じ形式とする）
       LOG-BEFORE-IMAGE-CHANGE.
           MOVE 'C' TO BI-ACTION.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME
               DELIMITED BY SIZE
               INTO BI-TIMESTAMP.
           MOVE CONTRACT-REC TO BI-CONTRACT-IMAGE.
           WRITE BEFORE-IMAGE-REC.
           IF WS-FIRST-TIMESTAMP = ZERO
               MOVE BI-TIMESTAMP TO WS-FIRST-TIMESTAMP
           END-IF.
           MOVE BI-TIMESTAMP TO WS-LAST-TIMESTAMP.

      *    廃止代理店別の移管件数と、本実行の取消範囲を出力する
       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '< 廃止代理店別 移管件数 >'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           MOVE '  移管元 廃止日 移管先 件数 エラー'
               TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           PERFORM WRITE-SUMMARY-LINE
               VARYING WS-XT-IDX FROM 1 BY 1
               UNTIL WS-XT-IDX > WS-XFER-COUNT.
           MOVE SPACES TO OUT-REGISTER-REC.
           WRITE OUT-REGISTER-REC.
           MOVE SPACES TO OUT-REGISTER-REC.
           IF WS-FIRST-TIMESTAMP = ZERO
               MOVE '移管対象の契約はありません'
                   TO OUT-REGISTER-REC
           ELSE
               STRING '取消範囲(CONTRCVR): ' WS-FIRST-TIMESTAMP
                      ' - ' WS-LAST-TIMESTAMP
                   DELIMITED BY SIZE
                   INTO OUT-REGISTER-REC
               END-STRING
           END-IF.
           WRITE OUT-REGISTER-REC.

      *    廃止日未到来の代理店は移管対象外のため一覧に載せない
       WRITE-SUMMARY-LINE.
           IF WS-XT-TERM-DATE(WS-XT-IDX) <= WS-CURRENT-DATE
               MOVE SPACES TO OUT-REGISTER-REC
               MOVE WS-XT-AGENCY-CODE(WS-XT-IDX)
                   TO OUT-REGISTER-REC(3:5)
               MOVE WS-XT-TERM-DATE(WS-XT-IDX)
                   TO OUT-REGISTER-REC(11:8)
               MOVE WS-XT-FINAL-CODE(WS-XT-IDX)
                   TO OUT-REGISTER-REC(21:5)
               MOVE WS-XT-XFER-CNT(WS-XT-IDX) TO WS-RPT-CNT-EDIT
               MOVE WS-RPT-CNT-EDIT TO OUT-REGISTER-REC(29:7)
               MOVE WS-XT-ERROR-CNT(WS-XT-IDX) TO WS-RPT-CNT-EDIT
               MOVE WS-RPT-CNT-EDIT TO OUT-REGISTER-REC(39:7)
               WRITE OUT-REGISTER-REC
           END-IF.

       TERM-PROCESS.
           DISPLAY '代理店読込件数: ' WS-AGENCY-READ-CNT.
           DISPLAY '廃止代理店件数: ' WS-XFER-COUNT.
           DISPLAY '契約読込件数:   ' WS-CONTRACT-CNT.
           DISPLAY '移管件数:       ' WS-TRANSFER-CNT.
           DISPLAY 'エラー件数:     ' WS-ERROR-CNT.
           DISPLAY '集計漏れ件数:   ' WS-TBLFULL-CNT.
           IF WS-FIRST-TIMESTAMP NOT = ZERO
               DISPLAY '取消範囲: ' WS-FIRST-TIMESTAMP
                       ' - ' WS-LAST-TIMESTAMP
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE MASTER-FILE
                 AGENCY-FILE
                 BEFORE-IMAGE-FILE
                 OUT-REGISTER-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'AGYXFER' TO CTL-PROGRAM-ID.
           MOVE WS-CONTRACT-CNT TO CTL-READ-CNT.
           MOVE WS-TRANSFER-CNT TO CTL-WRITE-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-ERROR-CNT + WS-TBLFULL-CNT.
           WRITE CONTROL-TOTALS-REC.
