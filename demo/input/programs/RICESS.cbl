       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICESS.
      *================================================================*
      * 再保険出再計算バッチプログラム（サイクル）
      * 再保険特約マスタ（TREATY）の保険期間開始日時点の特約に
      * 従い、契約ごとの出再保険金額・出再保険料を算出して出再
      * 明細（RICESSN）に記録し、出再異動（RIMOVE）へ追記する。
      *  - 当サイクルの更新結果（RENWOUT）: 新保険期間を出再する
      *  - 有効契約（CONTMAST）: 現在の保険期間が未出再のもの
      *    （新契約・初回実行・復活した契約）を出再する
      *  - 中途解約（REFUNDOUTの返戻区分S）・未払い猶予満了
      *    （同E）: 出再保険料のうち契約者への返戻と同じ割合を
      *    戻す
      *  - 満期・失効（EXPOUT）: 出再を終了する（保険料の戻しは
      *    なし。返戻のある失効は上記REFUNDOUTで戻す）
      * 保険金額は被保険者明細マスタ（INSDMAST）から取得する
      * （被保険者が複数の契約は全員の保険金額を合算する）。
      * 戻しは契約が現在有効でない場合に限る（REFUNDOUTは追記式
      * のため、復活済みの契約の過去の返戻を再び戻さない）。
      * CONTUPDTの後に実行する。再保険会社・通貨別の出再集計
      * レポート（RICESRPT）を出力する
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYTRTY（再保険特約マスタレコードレイアウト）
      * COPY: CPYCESS（出再明細ファイルレコードレイアウト）
      * COPY: CPYRIMOV（出再異動ファイルレコードレイアウト）
      * COPY: CPYRENWO（更新結果ファイル共通レコードレイアウト）
      * COPY: CPYREFND（返戻金指示ファイルレコードレイアウト）
      * COPY: CPYEXPO（満期結果ファイル共通レコードレイアウト）
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
           SELECT INSURED-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT TREATY-FILE
               ASSIGN TO 'TREATY'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TY-TREATY-KEY
               FILE STATUS IS WS-TRT-STATUS.
           SELECT CESSION-FILE
               ASSIGN TO 'RICESSN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CONTRACT-NO
               FILE STATUS IS WS-CES-STATUS.
           SELECT MOVEMENT-FILE
               ASSIGN TO 'RIMOVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT IN-RENEW-FILE
               ASSIGN TO 'RENWOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNW-STATUS.
           SELECT IN-REFUND-FILE
               ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RFD-STATUS.
           SELECT IN-EXPIRE-FILE
               ASSIGN TO 'EXPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'RICESRPT'
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

       FD  INSURED-FILE.
           COPY CPYINSD.

       FD  TREATY-FILE.
           COPY CPYTRTY.

       FD  CESSION-FILE.
           COPY CPYCESS.

       FD  MOVEMENT-FILE.
           COPY CPYRIMOV.

       FD  IN-RENEW-FILE.
           COPY CPYRENWO.

       FD  IN-REFUND-FILE.
           COPY CPYREFND.

       FD  IN-EXPIRE-FILE.
           COPY CPYEXPO.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MST-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-TRT-STATUS         PIC X(2).
           05  WS-CES-STATUS         PIC X(2).
           05  WS-MOV-STATUS         PIC X(2).
           05  WS-RNW-STATUS         PIC X(2).
           05  WS-RFD-STATUS         PIC X(2).
           05  WS-EXP-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-TREATY-FOUND-FLAG  PIC X(1) VALUE 'N'.
               88  WS-TREATY-FOUND   VALUE 'Y'.
           05  WS-CES-FOUND-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CES-FOUND      VALUE 'Y'.
           05  WS-CEDE-FLAG          PIC X(1) VALUE 'N'.
               88  WS-CEDE-NEEDED    VALUE 'Y'.
           05  WS-INFORCE-FLAG       PIC X(1) VALUE 'N'.
               88  WS-CONTRACT-INFORCE VALUE 'Y'.
           05  WS-RS-FOUND-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RS-FOUND       VALUE 'Y'.
           05  WS-DTL-END-FLAG       PIC X(1) VALUE 'N'.
               88  WS-DTL-END        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-RENEW-READ-CNT     PIC 9(7) VALUE ZERO.
           05  WS-REFUND-READ-CNT    PIC 9(7) VALUE ZERO.
           05  WS-EXPIRE-READ-CNT    PIC 9(7) VALUE ZERO.
           05  WS-CEDED-CNT          PIC 9(7) VALUE ZERO.
           05  WS-REVERSED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-RETAINED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-NOTREATY-CNT       PIC 9(7) VALUE ZERO.
           05  WS-NODETAIL-CNT       PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.
           05  WS-TBLFULL-CNT        PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

      *    出再計算の対象契約（更新結果・契約マスタのどちらから
      *    でも同じ作業域に移して計算する）
       01  WS-CEDE-WORK.
           05  WS-CD-CONTRACT-NO     PIC X(10).
           05  WS-CD-PLAN-CODE       PIC X(3).
           05  WS-CD-CURRENCY        PIC X(3).
           05  WS-CD-TERM-START      PIC 9(8).
           05  WS-CD-TERM-END        PIC 9(8).
           05  WS-CD-PREMIUM         PIC 9(7)V99.
           05  WS-CD-SUM-INSURED     PIC 9(9).
           05  WS-CD-CEDED-SI        PIC 9(9).
           05  WS-CD-CEDED-PREMIUM   PIC 9(7)V99.
           05  WS-CD-RETAINED-PART   PIC 9(9).
           05  WS-CD-SURPLUS-PART    PIC 9(9).
           05  WS-CD-SURPLUS-CAP     PIC 9(11).
           05  WS-CD-INSURED-CNT     PIC 9(2).

      *    出再戻しの対象（戻し日・理由・返戻割合の分子分母）
       01  WS-REVERSE-WORK.
           05  WS-RV-CONTRACT-NO     PIC X(10).
           05  WS-RV-DATE            PIC 9(8).
           05  WS-RV-REASON          PIC X(1).
      *    戻しの契機（R=返戻金指示/X=満期・失効ファイル）
           05  WS-RV-TRIGGER         PIC X(1).
               88  WS-RV-BY-REFUND   VALUE 'R'.
           05  WS-RV-REFUND-AMOUNT   PIC 9(7)V99.
           05  WS-RV-PREMIUM-AMOUNT  PIC 9(7)V99.
           05  WS-RV-REVERSED-PREM   PIC 9(7)V99.

      *    再保険会社×通貨別の出再集計（昇順に挿入する）
       01  WS-RS-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-REINSURER-TABLE.
           05  WS-RS-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-RS-IDX WS-RS-IDX2.
               10  WS-RS-KEY.
                   15  WS-RS-REINSURER-CODE PIC X(5).
                   15  WS-RS-CURRENCY    PIC X(3).
               10  WS-RS-CESS-CNT    PIC 9(7).
               10  WS-RS-CESS-SI     PIC 9(13).
               10  WS-RS-CESS-PREM   PIC 9(11)V99.
               10  WS-RS-REV-CNT     PIC 9(7).
               10  WS-RS-REV-PREM    PIC 9(11)V99.
       01  WS-RS-SEARCH-KEY.
           05  WS-RQ-REINSURER-CODE  PIC X(5).
           05  WS-RQ-CURRENCY        PIC X(3).

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-SI-EDIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-RPT-AMT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM RENEW-PROCESS.
           PERFORM BOOK-PROCESS.
           PERFORM REFUND-PROCESS.
           PERFORM EXPIRE-PROCESS.
           PERFORM WRITE-CESSION-REPORT.
           IF WS-ERROR-CNT > ZERO OR WS-TBLFULL-CNT > ZERO
               MOVE 08 TO RETURN-CODE
           END-IF.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'マスタオープンエラー: ' WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INSURED-FILE.
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY 'INSDMASTオープンエラー: ' WS-DTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    特約が未登録では出再を判定できないため異常終了する
           OPEN INPUT TREATY-FILE.
           IF WS-TRT-STATUS NOT = '00'
               DISPLAY 'TREATYオープンエラー: ' WS-TRT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    出再明細は初回実行時は未作成のため、新規作成してから
      *    開き直す
           OPEN I-O CESSION-FILE.
           IF WS-CES-STATUS = '35'
               OPEN OUTPUT CESSION-FILE
               CLOSE CESSION-FILE
               OPEN I-O CESSION-FILE
           END-IF.
           OPEN EXTEND MOVEMENT-FILE.
           IF WS-MOV-STATUS = '35' OR '05'
               CLOSE MOVEMENT-FILE
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

      *    当サイクルの更新結果の新保険期間を出再する
      *    （更新結果がないサイクルは処理を省略する）
       RENEW-PROCESS.
           OPEN INPUT IN-RENEW-FILE.
           IF WS-RNW-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-RENEW-REC
                   UNTIL WS-EOF
               CLOSE IN-RENEW-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       READ-RENEW-REC.
           READ IN-RENEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RENEW-READ-CNT
                   PERFORM CEDE-RENEWAL
           END-READ.

      *    通貨は契約マスタから取得する（マスタにない契約は
      *    不整合として計上する）
       CEDE-RENEWAL.
           MOVE RN-CONTRACT-NO    TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'マスタ未登録の更新契約: '
                           RN-CONTRACT-NO
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   MOVE RN-CONTRACT-NO    TO WS-CD-CONTRACT-NO
                   MOVE RN-PLAN-CODE      TO WS-CD-PLAN-CODE
                   PERFORM SET-CONTRACT-CURRENCY
                   MOVE RN-NEW-START-DATE TO WS-CD-TERM-START
                   MOVE RN-NEW-END-DATE   TO WS-CD-TERM-END
                   MOVE RN-PREMIUM-AMOUNT TO WS-CD-PREMIUM
                   PERFORM CHECK-CESSION-NEEDED
                   IF WS-CEDE-NEEDED
                       PERFORM CEDE-CONTRACT
                   END-IF
           END-READ.

       SET-CONTRACT-CURRENCY.
           IF CT-CURRENCY-CODE = SPACES
               MOVE 'JPY' TO WS-CD-CURRENCY
           ELSE
               MOVE CT-CURRENCY-CODE TO WS-CD-CURRENCY
           END-IF.

      *    有効契約のうち現在の保険期間が未出再のものを出再する
       BOOK-PROCESS.
           MOVE LOW-VALUES TO CT-CONTRACT-NO.
           START MASTER-FILE
               KEY IS NOT LESS THAN CT-CONTRACT-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM READ-MASTER-REC.
           PERFORM BOOK-LOOP
               UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-FLAG.

       READ-MASTER-REC.
           IF NOT WS-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
               END-READ
           END-IF.
           IF WS-MST-STATUS NOT = '00' AND WS-MST-STATUS NOT = '02'
                   AND NOT WS-EOF
               DISPLAY 'マスタ読込エラー: ' WS-MST-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       BOOK-LOOP.
           IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
               MOVE CT-CONTRACT-NO    TO WS-CD-CONTRACT-NO
               MOVE CT-PLAN-CODE      TO WS-CD-PLAN-CODE
               PERFORM SET-CONTRACT-CURRENCY
               MOVE CT-START-DATE     TO WS-CD-TERM-START
               MOVE CT-END-DATE       TO WS-CD-TERM-END
               MOVE CT-PREMIUM-AMOUNT TO WS-CD-PREMIUM
               PERFORM CHECK-CESSION-NEEDED
               IF WS-CEDE-NEEDED
                   PERFORM CEDE-CONTRACT
               END-IF
           END-IF.
           PERFORM READ-MASTER-REC.

      *    出再明細がない契約、出再済みの保険期間より新しい保険
      *    期間の契約、同じ保険期間で戻し済みのまま有効に戻った
      *    （復活した）契約を出再の対象とする
       CHECK-CESSION-NEEDED.
           MOVE 'N' TO WS-CEDE-FLAG.
           PERFORM READ-CESSION-REC.
           IF NOT WS-CES-FOUND
               SET WS-CEDE-NEEDED TO TRUE
           ELSE
               IF CS-TERM-START-DATE < WS-CD-TERM-START
                   SET WS-CEDE-NEEDED TO TRUE
               END-IF
               IF CS-TERM-START-DATE = WS-CD-TERM-START
                       AND CS-STAT-REVERSED
                   SET WS-CEDE-NEEDED TO TRUE
               END-IF
           END-IF.

       READ-CESSION-REC.
           MOVE 'N' TO WS-CES-FOUND-FLAG.
           MOVE WS-CD-CONTRACT-NO TO CS-CONTRACT-NO.
           READ CESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CES-FOUND TO TRUE
           END-READ.

      *    保険金額を取得し、保険期間開始日時点の特約で出再保険
      *    金額・出再保険料を算出して出再明細・出再異動へ記録する
       CEDE-CONTRACT.
           PERFORM SUM-INSURED-AMOUNT.
           IF WS-CD-INSURED-CNT = ZERO
               DISPLAY '被保険者明細なし: '
                       WS-CD-CONTRACT-NO
               ADD 1 TO WS-NODETAIL-CNT
           ELSE
               PERFORM LOOKUP-TREATY
               IF WS-TREATY-FOUND
                   PERFORM CALC-CEDED-AMOUNT
                   IF WS-CD-CEDED-SI > ZERO
                       PERFORM RECORD-CESSION
                   ELSE
                       ADD 1 TO WS-RETAINED-CNT
                   END-IF
               ELSE
                   ADD 1 TO WS-NOTREATY-CNT
               END-IF
           END-IF.

      *    契約の被保険者全員の保険金額を合算する
       SUM-INSURED-AMOUNT.
           MOVE ZERO TO WS-CD-SUM-INSURED.
           MOVE ZERO TO WS-CD-INSURED-CNT.
           MOVE 'N' TO WS-DTL-END-FLAG.
           MOVE WS-CD-CONTRACT-NO TO ID-CONTRACT-NO.
           MOVE ZERO TO ID-INSURED-SEQ.
           START INSURED-FILE KEY IS NOT LESS THAN ID-DETAIL-KEY
               INVALID KEY
                   SET WS-DTL-END TO TRUE
           END-START.
           PERFORM SUM-INSURED-LOOP
               UNTIL WS-DTL-END.

       SUM-INSURED-LOOP.
           READ INSURED-FILE NEXT RECORD
               AT END
                   SET WS-DTL-END TO TRUE
           END-READ.
           IF WS-DTL-STATUS NOT = '00' AND WS-DTL-STATUS NOT = '02'
               SET WS-DTL-END TO TRUE
           END-IF.
           IF NOT WS-DTL-END
               IF ID-CONTRACT-NO NOT = WS-CD-CONTRACT-NO
                   SET WS-DTL-END TO TRUE
               ELSE
                   ADD ID-SUM-INSURED TO WS-CD-SUM-INSURED
                   ADD 1 TO WS-CD-INSURED-CNT
               END-IF
           END-IF.

      *    保険期間開始日時点で適用中の特約をTREATYから取得する
      *    キーの適用開始日が反転値のため、（種別, 開始日の反転値）
      *    以上で位置付けて次レコードを読むと、同一種別内で開始日
      *    以前の最新の適用開始日のレコードが得られる
       LOOKUP-TREATY.
           MOVE 'N' TO WS-TREATY-FOUND-FLAG.
           MOVE WS-CD-PLAN-CODE TO TY-PLAN-CODE.
           COMPUTE TY-EFF-DATE-INV =
               99999999 - WS-CD-TERM-START.
           START TREATY-FILE
               KEY IS NOT LESS THAN TY-TREATY-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-TRT-STATUS = '00'
               READ TREATY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TY-PLAN-CODE = WS-CD-PLAN-CODE
                           SET WS-TREATY-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    方式別に出再保険金額を算出し、出再保険料は保険料を
      *    保険金額に対する出再保険金額の割合で按分する
      *    - 比例: 保険金額×出再割合
      *    - サープラス: 保有限度額を超える部分（保有限度額×線数
      *      を上限とする）
      *    - 併用: サープラス部分＋保有部分×出再割合
       CALC-CEDED-AMOUNT.
           MOVE ZERO TO WS-CD-CEDED-SI.
           MOVE ZERO TO WS-CD-SURPLUS-PART.
           MOVE WS-CD-SUM-INSURED TO WS-CD-RETAINED-PART.
           IF TY-SURPLUS OR TY-COMBINED
               PERFORM CALC-SURPLUS-PART
           END-IF.
           EVALUATE TRUE
               WHEN TY-QUOTA-SHARE
                   COMPUTE WS-CD-CEDED-SI ROUNDED =
                       WS-CD-SUM-INSURED * TY-CESSION-PCT / 100
               WHEN TY-SURPLUS
                   MOVE WS-CD-SURPLUS-PART TO WS-CD-CEDED-SI
               WHEN TY-COMBINED
                   COMPUTE WS-CD-CEDED-SI ROUNDED =
                       WS-CD-SURPLUS-PART
                     + WS-CD-RETAINED-PART * TY-CESSION-PCT / 100
               WHEN OTHER
                   MOVE ZERO TO WS-CD-CEDED-SI
           END-EVALUATE.
           IF WS-CD-CEDED-SI > WS-CD-SUM-INSURED
               MOVE WS-CD-SUM-INSURED TO WS-CD-CEDED-SI
           END-IF.
           IF WS-CD-SUM-INSURED > ZERO
               COMPUTE WS-CD-CEDED-PREMIUM ROUNDED =
                   WS-CD-PREMIUM * WS-CD-CEDED-SI
                       / WS-CD-SUM-INSURED
           ELSE
               MOVE ZERO TO WS-CD-CEDED-PREMIUM
           END-IF.

       CALC-SURPLUS-PART.
           IF WS-CD-SUM-INSURED > TY-RETENTION-LIMIT
               COMPUTE WS-CD-SURPLUS-PART =
                   WS-CD-SUM-INSURED - TY-RETENTION-LIMIT
               MOVE TY-RETENTION-LIMIT TO WS-CD-RETAINED-PART
               IF TY-SURPLUS-LINES > ZERO
                   COMPUTE WS-CD-SURPLUS-CAP =
                       TY-RETENTION-LIMIT * TY-SURPLUS-LINES
                   IF WS-CD-SURPLUS-PART > WS-CD-SURPLUS-CAP
                       MOVE WS-CD-SURPLUS-CAP TO WS-CD-SURPLUS-PART
                   END-IF
               END-IF
           END-IF.

      *    出再明細を新しい保険期間の内容で作成・置き換えし、
      *    出再異動（C）を追記する
       RECORD-CESSION.
           MOVE SPACES              TO CESSION-REC.
           MOVE WS-CD-CONTRACT-NO   TO CS-CONTRACT-NO.
           MOVE WS-CD-PLAN-CODE     TO CS-PLAN-CODE.
           MOVE WS-CD-CURRENCY      TO CS-CURRENCY-CODE.
           MOVE TY-TREATY-NO        TO CS-TREATY-NO.
           MOVE TY-EFFECTIVE-DATE   TO CS-TREATY-EFF-DATE.
           MOVE TY-TREATY-TYPE      TO CS-TREATY-TYPE.
           MOVE TY-REINSURER-CODE   TO CS-REINSURER-CODE.
           MOVE WS-CD-TERM-START    TO CS-TERM-START-DATE.
           MOVE WS-CD-TERM-END      TO CS-TERM-END-DATE.
           MOVE WS-CD-SUM-INSURED   TO CS-SUM-INSURED.
           MOVE WS-CD-CEDED-SI      TO CS-CEDED-SUM-INSURED.
           MOVE WS-CD-PREMIUM       TO CS-PREMIUM-AMOUNT.
           MOVE WS-CD-CEDED-PREMIUM TO CS-CEDED-PREMIUM.
           MOVE 'A'                 TO CS-STATUS.
           MOVE WS-CURRENT-DATE     TO CS-CESSION-DATE.
           MOVE ZERO                TO CS-REVERSAL-DATE.
           MOVE ZERO                TO CS-REVERSED-PREMIUM.
           IF WS-CES-FOUND
               REWRITE CESSION-REC
                   INVALID KEY
                       DISPLAY '出再明細書き戻しエラー: '
                               WS-CD-CONTRACT-NO ' ' WS-CES-STATUS
                       ADD 1 TO WS-ERROR-CNT
               END-REWRITE
           ELSE
               WRITE CESSION-REC
                   INVALID KEY
                       DISPLAY '出再明細追加エラー: '
                               WS-CD-CONTRACT-NO ' ' WS-CES-STATUS
                       ADD 1 TO WS-ERROR-CNT
               END-WRITE
           END-IF.
           IF WS-CES-STATUS = '00'
               MOVE SPACES              TO RI-MOVEMENT-REC
               MOVE 'C'                 TO RM-MOVE-TYPE
               MOVE WS-CD-CEDED-PREMIUM TO RM-CEDED-PREMIUM
               PERFORM WRITE-MOVEMENT
               ADD 1 TO WS-CEDED-CNT
               PERFORM FIND-REINSURER-ENTRY
               IF WS-RS-FOUND
                   ADD 1 TO WS-RS-CESS-CNT(WS-RS-IDX)
                   ADD WS-CD-CEDED-SI TO WS-RS-CESS-SI(WS-RS-IDX)
                   ADD WS-CD-CEDED-PREMIUM
                       TO WS-RS-CESS-PREM(WS-RS-IDX)
               END-IF
           END-IF.

      *    出再明細の内容から出再異動レコードを組み立てて追記する
      *    （異動区分・出再保険料は呼出元で設定する）
       WRITE-MOVEMENT.
           MOVE WS-CURRENT-DATE      TO RM-MOVE-DATE.
           MOVE CS-REINSURER-CODE    TO RM-REINSURER-CODE.
           MOVE CS-TREATY-NO         TO RM-TREATY-NO.
           MOVE CS-TREATY-TYPE       TO RM-TREATY-TYPE.
           MOVE CS-CONTRACT-NO       TO RM-CONTRACT-NO.
           MOVE CS-PLAN-CODE         TO RM-PLAN-CODE.
           MOVE CS-CURRENCY-CODE     TO RM-CURRENCY-CODE.
           MOVE CS-TERM-START-DATE   TO RM-TERM-START-DATE.
           MOVE CS-TERM-END-DATE     TO RM-TERM-END-DATE.
           MOVE CS-SUM-INSURED       TO RM-SUM-INSURED.
           MOVE CS-CEDED-SUM-INSURED TO RM-CEDED-SUM-INSURED.
           MOVE CS-PREMIUM-AMOUNT    TO RM-PREMIUM-AMOUNT.
           WRITE RI-MOVEMENT-REC.
           MOVE CS-REINSURER-CODE    TO WS-RQ-REINSURER-CODE.
           MOVE CS-CURRENCY-CODE     TO WS-RQ-CURRENCY.

      *    中途解約(S)・未払い猶予満了(E)の返戻指示について出再を
      *    戻す（中途異動(M)は保有の継続する契約のため対象外）
       REFUND-PROCESS.
           OPEN INPUT IN-REFUND-FILE.
           IF WS-RFD-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-REFUND-REC
                   UNTIL WS-EOF
               CLOSE IN-REFUND-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       READ-REFUND-REC.
           READ IN-REFUND-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REFUND-READ-CNT
                   IF RF-SRC-SURRENDER OR RF-SRC-EXPIRE
                       MOVE RF-CONTRACT-NO    TO WS-RV-CONTRACT-NO
                       MOVE RF-CANCEL-DATE    TO WS-RV-DATE
                       MOVE RF-REFUND-SOURCE  TO WS-RV-REASON
                       MOVE 'R' TO WS-RV-TRIGGER
                       MOVE RF-REFUND-AMOUNT  TO WS-RV-REFUND-AMOUNT
                       MOVE RF-PREMIUM-AMOUNT TO WS-RV-PREMIUM-AMOUNT
                       PERFORM REVERSE-CESSION
                   END-IF
           END-READ.

      *    満期・失効した契約の出再を終了する（保険料の戻しなし）
       EXPIRE-PROCESS.
           OPEN INPUT IN-EXPIRE-FILE.
           IF WS-EXP-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-EXPIRE-REC
                   UNTIL WS-EOF
               CLOSE IN-EXPIRE-FILE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       READ-EXPIRE-REC.
           READ IN-EXPIRE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXPIRE-READ-CNT
                   MOVE EX-CONTRACT-NO TO WS-RV-CONTRACT-NO
                   MOVE WS-CURRENT-DATE TO WS-RV-DATE
                   MOVE 'E' TO WS-RV-REASON
                   MOVE 'X' TO WS-RV-TRIGGER
                   MOVE ZERO TO WS-RV-REFUND-AMOUNT
                   MOVE ZERO TO WS-RV-PREMIUM-AMOUNT
                   PERFORM REVERSE-CESSION
           END-READ.

      *    出再中の明細で、戻し日が出再した保険期間内にあり、契約が
      *    現在有効でないものを戻し済とし、出再異動（R）を追記する
      *    （返戻金指示による戻しは保険期間の終了日までに限る。
      *    満期・失効ファイルは処理日を戻し日とするため終了日を
      *    問わない）
       REVERSE-CESSION.
           MOVE WS-RV-CONTRACT-NO TO WS-CD-CONTRACT-NO.
           PERFORM READ-CESSION-REC.
           IF WS-CES-FOUND
               IF CS-STAT-ACTIVE
                       AND WS-RV-DATE NOT < CS-TERM-START-DATE
                       AND (NOT WS-RV-BY-REFUND
                            OR WS-RV-DATE NOT > CS-TERM-END-DATE)
                   PERFORM CHECK-CONTRACT-INFORCE
                   IF NOT WS-CONTRACT-INFORCE
                       PERFORM APPLY-REVERSAL
                   END-IF
               END-IF
           END-IF.

       CHECK-CONTRACT-INFORCE.
           MOVE 'N' TO WS-INFORCE-FLAG.
           MOVE WS-RV-CONTRACT-NO TO CT-CONTRACT-NO.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CT-STAT-ACTIVE OR CT-STATUS = SPACE
                       SET WS-CONTRACT-INFORCE TO TRUE
                   END-IF
           END-READ.

      *    戻し保険料は出再保険料のうち契約者への返戻と同じ割合
      *    （返戻金額÷保険料）とする
       APPLY-REVERSAL.
           IF WS-RV-PREMIUM-AMOUNT > ZERO
               COMPUTE WS-RV-REVERSED-PREM ROUNDED =
                   CS-CEDED-PREMIUM * WS-RV-REFUND-AMOUNT
                       / WS-RV-PREMIUM-AMOUNT
           ELSE
               MOVE ZERO TO WS-RV-REVERSED-PREM
           END-IF.
           IF WS-RV-REVERSED-PREM > CS-CEDED-PREMIUM
               MOVE CS-CEDED-PREMIUM TO WS-RV-REVERSED-PREM
           END-IF.
           MOVE 'R'                 TO CS-STATUS.
           MOVE WS-CURRENT-DATE     TO CS-REVERSAL-DATE.
           MOVE WS-RV-REVERSED-PREM TO CS-REVERSED-PREMIUM.
           REWRITE CESSION-REC
               INVALID KEY
                   DISPLAY '出再明細書き戻しエラー: '
                           CS-CONTRACT-NO ' ' WS-CES-STATUS
                   ADD 1 TO WS-ERROR-CNT
           END-REWRITE.
           IF WS-CES-STATUS = '00'
               MOVE SPACES              TO RI-MOVEMENT-REC
               MOVE 'R'                 TO RM-MOVE-TYPE
               MOVE WS-RV-REVERSED-PREM TO RM-CEDED-PREMIUM
               MOVE WS-RV-REASON        TO RM-REVERSAL-REASON
               PERFORM WRITE-MOVEMENT
               ADD 1 TO WS-REVERSED-CNT
               PERFORM FIND-REINSURER-ENTRY
               IF WS-RS-FOUND
                   ADD 1 TO WS-RS-REV-CNT(WS-RS-IDX)
                   ADD WS-RV-REVERSED-PREM
                       TO WS-RS-REV-PREM(WS-RS-IDX)
               END-IF
           END-IF.

      *    再保険会社・通貨の集計行を探す（未登録の組合せは昇順の
      *    位置へ挿入する）
       FIND-REINSURER-ENTRY.
           MOVE 'N' TO WS-RS-FOUND-FLAG.
           SET WS-RS-IDX TO 1.
           PERFORM UNTIL WS-RS-IDX > WS-RS-COUNT
                   OR WS-RS-FOUND
                   OR WS-RS-KEY(WS-RS-IDX) > WS-RS-SEARCH-KEY
               IF WS-RS-KEY(WS-RS-IDX) = WS-RS-SEARCH-KEY
                   SET WS-RS-FOUND TO TRUE
               ELSE
                   SET WS-RS-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-RS-FOUND
               IF WS-RS-COUNT < 100
                   PERFORM SHIFT-REINSURER-ENTRY
                       VARYING WS-RS-IDX2 FROM WS-RS-COUNT BY -1
                       UNTIL WS-RS-IDX2 < WS-RS-IDX
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-RS-SEARCH-KEY TO WS-RS-KEY(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CESS-CNT(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CESS-SI(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-CESS-PREM(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-REV-CNT(WS-RS-IDX)
                   MOVE ZERO TO WS-RS-REV-PREM(WS-RS-IDX)
                   SET WS-RS-FOUND TO TRUE
               ELSE
                   DISPLAY '集計テーブル満杯: ' WS-RS-SEARCH-KEY
                   ADD 1 TO WS-TBLFULL-CNT
               END-IF
           END-IF.

       SHIFT-REINSURER-ENTRY.
           MOVE WS-RS-ENTRY(WS-RS-IDX2)
               TO WS-RS-ENTRY(WS-RS-IDX2 + 1).

       WRITE-CESSION-REPORT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 再保険出再集計 *****' TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '処理日: ' WS-CURRENT-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '再保険'       TO OUT-REPORT-REC(1:9).
           MOVE '通貨'         TO OUT-REPORT-REC(11:6).
           MOVE '出再件数'     TO OUT-REPORT-REC(19:12).
           MOVE '出再保険金額' TO OUT-REPORT-REC(31:18).
           MOVE '出再保険料'   TO OUT-REPORT-REC(53:15).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '戻し件数'     TO OUT-REPORT-REC(19:12).
           MOVE '戻し保険料'   TO OUT-REPORT-REC(53:15).
           WRITE OUT-REPORT-REC.
           PERFORM WRITE-REINSURER-LINE
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE '出再件数:           ' TO OUT-REPORT-REC.
           MOVE WS-CEDED-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '戻し件数:           ' TO OUT-REPORT-REC.
           MOVE WS-REVERSED-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '保有内(出再なし):   ' TO OUT-REPORT-REC.
           MOVE WS-RETAINED-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '特約なし:           ' TO OUT-REPORT-REC.
           MOVE WS-NOTREATY-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '被保険者明細なし:   ' TO OUT-REPORT-REC.
           MOVE WS-NODETAIL-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE 'エラー:             ' TO OUT-REPORT-REC.
           MOVE WS-ERROR-CNT TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(25:7).
           WRITE OUT-REPORT-REC.

      *    出再と戻しを2行で印字する（金額は契約通貨）
       WRITE-REINSURER-LINE.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RS-REINSURER-CODE(WS-RS-IDX)
               TO OUT-REPORT-REC(1:5).
           MOVE WS-RS-CURRENCY(WS-RS-IDX) TO OUT-REPORT-REC(12:3).
           MOVE WS-RS-CESS-CNT(WS-RS-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(24:7).
           MOVE WS-RS-CESS-SI(WS-RS-IDX) TO WS-RPT-SI-EDIT.
           MOVE WS-RPT-SI-EDIT TO OUT-REPORT-REC(34:15).
           MOVE WS-RS-CESS-PREM(WS-RS-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(51:17).
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-RS-REV-CNT(WS-RS-IDX) TO WS-RPT-CNT-EDIT.
           MOVE WS-RPT-CNT-EDIT TO OUT-REPORT-REC(24:7).
           MOVE WS-RS-REV-PREM(WS-RS-IDX) TO WS-RPT-AMT-EDIT.
           MOVE WS-RPT-AMT-EDIT TO OUT-REPORT-REC(51:17).
           WRITE OUT-REPORT-REC.

       TERM-PROCESS.
           DISPLAY 'マスタ読込件数:     ' WS-READ-CNT.
           DISPLAY '更新結果読込件数:   ' WS-RENEW-READ-CNT.
           DISPLAY '返戻指示読込件数:   ' WS-REFUND-READ-CNT.
           DISPLAY '満期結果読込件数:   ' WS-EXPIRE-READ-CNT.
           DISPLAY '出再件数:           ' WS-CEDED-CNT.
           DISPLAY '戻し件数:           ' WS-REVERSED-CNT.
           DISPLAY '保有内件数:         ' WS-RETAINED-CNT.
           DISPLAY '特約なし件数:       ' WS-NOTREATY-CNT.
           DISPLAY '明細なし件数:       ' WS-NODETAIL-CNT.
           DISPLAY 'エラー件数:         ' WS-ERROR-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE MASTER-FILE
                 INSURED-FILE
                 TREATY-FILE
                 CESSION-FILE
                 MOVEMENT-FILE
                 OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'RICESS' TO CTL-PROGRAM-ID.
           COMPUTE CTL-READ-CNT =
               WS-READ-CNT + WS-RENEW-READ-CNT
             + WS-REFUND-READ-CNT + WS-EXPIRE-READ-CNT.
           COMPUTE CTL-WRITE-CNT =
               WS-CEDED-CNT + WS-REVERSED-CNT.
           COMPUTE CTL-ERROR-CNT =
               WS-ERROR-CNT + WS-NODETAIL-CNT + WS-TBLFULL-CNT.
           WRITE CONTROL-TOTALS-REC.
