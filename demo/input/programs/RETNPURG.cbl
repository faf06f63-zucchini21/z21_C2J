       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNPURG.
      *================================================================*
      * 取引ファイル保存期間整理バッチプログラム
      * 追記・蓄積を続ける取引系ファイルについて、保存期間
      * パラメータ（RETNPRM: ファイル識別・保存月数）で指定された
      * 月数を経過した完了レコードを日付付きのアーカイブファイル
      * へ移し、稼働ファイルを再作成する。パラメータに指定のない
      * ファイルは整理しない。
      *  OPENINV  未消込請求書（消込済S=消込日・償却済W=償却日・
      *           取消済V=支払期日で判定。未消込・一部入金は残す）
      *  COLHIST  回収実績履歴（回収日で判定）
      *  CTBIMG   契約マスタ更新前イメージログ（記録日時で判定）
      *  CUBIMG   顧客マスタ更新前イメージログ（同上）
      *  IDBIMG   被保険者明細更新前イメージログ（同上）
      *  GLJRNHST 計上済み事象キー履歴（事象日で判定）
      * 基準日は実行月から保存月数を遡った月の1日とし、それより
      * 前の日付のレコードを整理対象とする。ただし次のレコードは
      * 保存月数にかかわらず稼働ファイルに残す。
      *  - 実行月の前月1日以降のレコード（月次処理・再実行用）
      *  - COLHIST・OPENINVは払込証明（PREMCERT）の対象期間
      *    （CERTPRMの開始日。なければ実行年の1月1日）以降
      *  - GLJRNHSTは現在の経理保留ファイル（ARHOLD）に残る保留の
      *    キー（GLEXTRが毎回読み直し、重複判定に使用するため）
      * アーカイブは追記式で、各レコードの先頭に整理日を付ける。
      * 逐次編成のファイルは作業ファイル（RETNWORK）へ残すレコード
      * を退避してから稼働ファイルを作り直し、索引編成のファイル
      * はアーカイブへ書き出したレコードをその場で削除する。
      * アーカイブ・作業ファイルへ書き出せなかったレコードは稼働
      * ファイルから削除しない（逐次編成のファイルは作り直さず、
      * 稼働ファイルをそのまま残す）。
      * ファイル別の読込・移送・残存件数を整理報告（RETNRPT）へ
      * 出力する。
      * COPY: CPYOPINV（未消込請求書ファイルレコードレイアウト）
      * COPY: CPYBIMG（契約マスタ更新前イメージログレイアウト）
      * COPY: CPYCUBIM（顧客マスタ更新前イメージログレイアウト）
      * COPY: CPYIDBIM（被保険者明細更新前イメージログレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    保存期間パラメータ（ファイルごとに1件）
           SELECT IN-RETN-PARAM-FILE
               ASSIGN TO 'RETNPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
      *    払込証明の対象期間パラメータ（PREMCERTと共用）
           SELECT IN-CERT-PARAM-FILE
               ASSIGN TO 'CERTPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRP-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPENINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPI-STATUS.
           SELECT COLHIST-FILE
               ASSIGN TO 'COLHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHS-STATUS.
           SELECT BEFORE-IMAGE-FILE
               ASSIGN TO 'CTBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIM-STATUS.
           SELECT CUST-BIMG-FILE
               ASSIGN TO 'CUBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBM-STATUS.
           SELECT INSD-BIMG-FILE
               ASSIGN TO 'IDBIMG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IBM-STATUS.
           SELECT JOURNAL-HISTORY-FILE
               ASSIGN TO 'GLJRNHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GH-EVENT-KEY
               FILE STATUS IS WS-JHS-STATUS.
      *    現在の経理保留（GLEXTRが毎回読み直す抽出ファイル）
           SELECT IN-ARHOLD-FILE
               ASSIGN TO 'ARHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARH-STATUS.
      *    逐次編成ファイル再作成用の作業ファイル（残すレコード）
           SELECT WORK-FILE
               ASSIGN TO 'RETNWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
      *    アーカイブファイル（追記式、レコードごとに整理日付き）
           SELECT ARC-OPENINV-FILE
               ASSIGN TO 'OPINVARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AOI-STATUS.
           SELECT ARC-COLHIST-FILE
               ASSIGN TO 'COLHSARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
           SELECT ARC-CTBIMG-FILE
               ASSIGN TO 'CTBIMARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABI-STATUS.
           SELECT ARC-CUBIMG-FILE
               ASSIGN TO 'CUBIMARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACB-STATUS.
           SELECT ARC-IDBIMG-FILE
               ASSIGN TO 'IDBIMARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AIB-STATUS.
           SELECT ARC-GLJRNHST-FILE
               ASSIGN TO 'GLJHSARC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGH-STATUS.
           SELECT OUT-REPORT-FILE
               ASSIGN TO 'RETNRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    保存期間パラメータレコード（ファイル識別は上記一覧の
      *    稼働ファイル名。保存月数は基準日算出に使用する）
       FD  IN-RETN-PARAM-FILE.
       01  RETN-PARAM-REC.
           05  PG-FILE-ID            PIC X(8).
           05  PG-RETAIN-MONTHS      PIC 9(3).
           05  FILLER                PIC X(69).

       FD  IN-CERT-PARAM-FILE.
       01  CERT-PARAM-REC.
           05  CR-FROM-DATE          PIC 9(8).
           05  CR-TO-DATE            PIC 9(8).
           05  FILLER                PIC X(64).

       FD  OPEN-INVOICE-FILE.
           COPY CPYOPINV.

      *    回収実績履歴レコード（COLRECONのOUT-COLHIST-RECと同一）
       FD  COLHIST-FILE.
       01  COLHIST-REC.
           05  CL-CONTRACT-NO        PIC X(10).
           05  CL-SOURCE             PIC X(1).
           05  CL-SETTLE-DATE        PIC 9(8).
           05  CL-PAID-AMOUNT        PIC 9(7)V99.
           05  FILLER                PIC X(12).

       FD  BEFORE-IMAGE-FILE.
           COPY CPYBIMG.

       FD  CUST-BIMG-FILE.
           COPY CPYCUBIM.

       FD  INSD-BIMG-FILE.
           COPY CPYIDBIM.

      *    計上済み事象の識別キー履歴レコード（GLEXTRと同一）
       FD  JOURNAL-HISTORY-FILE.
       01  JOURNAL-HISTORY-REC.
           05  GH-EVENT-KEY.
               10  GH-EVENT-CODE     PIC X(4).
               10  GH-SOURCE-REF     PIC X(10).
               10  GH-EVENT-DATE     PIC 9(8).
               10  GH-AMOUNT         PIC 9(11)V99.
           05  GH-RUN-ID             PIC X(9).
           05  FILLER                PIC X(6).

      *    未払い満期失効の経理保留レコード（CONTRENWの
      *    OUT-ARHOLD-RECと同一）
       FD  IN-ARHOLD-FILE.
       01  IN-ARHOLD-REC.
           05  AH-CONTRACT-NO        PIC X(10).
           05  AH-HOLDER-NAME        PIC N(20).
           05  AH-END-DATE           PIC 9(8).
           05  AH-UNPAID-PREMIUM     PIC 9(7)V99.
           05  FILLER                PIC X(20).

      *    作業レコード（逐次編成ファイルの最長レコード長に合わせる）
       FD  WORK-FILE.
       01  WORK-REC                  PIC X(165).

      *    アーカイブレコード（整理日＋稼働ファイルのレコード
      *    イメージ。イメージは各稼働ファイルと同一の長さ）
       FD  ARC-OPENINV-FILE.
       01  ARC-OPENINV-REC.
           05  ARC-OI-PURGE-DATE     PIC 9(8).
           05  ARC-OI-IMAGE          PIC X(165).

       FD  ARC-COLHIST-FILE.
       01  ARC-COLHIST-REC.
           05  ARC-CL-PURGE-DATE     PIC 9(8).
           05  ARC-CL-IMAGE          PIC X(40).

       FD  ARC-CTBIMG-FILE.
       01  ARC-CTBIMG-REC.
           05  ARC-BI-PURGE-DATE     PIC 9(8).
           05  ARC-BI-IMAGE          PIC X(128).

       FD  ARC-CUBIMG-FILE.
       01  ARC-CUBIMG-REC.
           05  ARC-CB-PURGE-DATE     PIC 9(8).
           05  ARC-CB-IMAGE          PIC X(165).

       FD  ARC-IDBIMG-FILE.
       01  ARC-IDBIMG-REC.
           05  ARC-IB-PURGE-DATE     PIC 9(8).
           05  ARC-IB-IMAGE          PIC X(63).

       FD  ARC-GLJRNHST-FILE.
       01  ARC-GLJRNHST-REC.
           05  ARC-GH-PURGE-DATE     PIC 9(8).
           05  ARC-GH-IMAGE          PIC X(50).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC            PIC X(80).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PRM-STATUS         PIC X(2).
           05  WS-CRP-STATUS         PIC X(2).
           05  WS-OPI-STATUS         PIC X(2).
           05  WS-CHS-STATUS         PIC X(2).
           05  WS-BIM-STATUS         PIC X(2).
           05  WS-CBM-STATUS         PIC X(2).
           05  WS-IBM-STATUS         PIC X(2).
           05  WS-JHS-STATUS         PIC X(2).
           05  WS-ARH-STATUS         PIC X(2).
           05  WS-WRK-STATUS         PIC X(2).
           05  WS-AOI-STATUS         PIC X(2).
           05  WS-ACL-STATUS         PIC X(2).
           05  WS-ABI-STATUS         PIC X(2).
           05  WS-ACB-STATUS         PIC X(2).
           05  WS-AIB-STATUS         PIC X(2).
           05  WS-AGH-STATUS         PIC X(2).
           05  WS-RPT-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
      *    処理中のファイルが保存期間パラメータに指定されているか
           05  WS-PARAM-FOUND-FLAG   PIC X(1) VALUE 'N'.
               88  WS-PARAM-FOUND    VALUE 'Y'.
      *    処理中のレコードを整理対象とするか
           05  WS-PURGE-FLAG         PIC X(1) VALUE 'N'.
               88  WS-PURGE-RECORD   VALUE 'Y'.
      *    経理保留キー控えが満杯か（満杯時は保留のキーを全件残す）
           05  WS-HOLD-FULL-FLAG     PIC X(1) VALUE 'N'.
               88  WS-HOLD-TABLE-FULL VALUE 'Y'.
           05  WS-HOLD-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-HOLD-FOUND     VALUE 'Y'.
      *    処理中のファイルでアーカイブ・作業ファイルの入出力エラー
      *    があったか（あれば走査を打ち切り、稼働ファイルを作り
      *    直さない）
           05  WS-FILE-ERROR-FLAG    PIC X(1) VALUE 'N'.
               88  WS-FILE-ERROR     VALUE 'Y'.

      *    ファイル別件数（ファイルごとに初期化する）
       01  WS-FILE-COUNTERS.
           05  WS-FILE-READ-CNT      PIC 9(7) VALUE ZERO.
           05  WS-FILE-ARCH-CNT      PIC 9(7) VALUE ZERO.
           05  WS-FILE-KEEP-CNT      PIC 9(7) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ARCHIVE-CNT        PIC 9(7) VALUE ZERO.
           05  WS-KEEP-CNT           PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).
           05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR   PIC 9(4).
               10  WS-CURRENT-MONTH  PIC 9(2).
               10  WS-CURRENT-DAY    PIC 9(2).
      *    保存月数にかかわらず残す下限日（実行月の前月1日）
           05  WS-FLOOR-DATE         PIC 9(8).
      *    払込証明の対象期間開始日
           05  WS-CERT-FROM-DATE     PIC 9(8).
      *    処理中ファイルの整理基準日（この日付より前を整理対象）
           05  WS-CUTOFF-DATE        PIC 9(8).
      *    処理中レコードの判定日付
           05  WS-RECORD-DATE        PIC 9(8).
      *    月初日算出の作業領域
           05  WS-BACK-MONTHS        PIC 9(3).
           05  WS-MONTH-SEQ          PIC 9(6).
           05  WS-WORK-YEAR          PIC 9(4).
           05  WS-WORK-MONTH         PIC 9(2).
           05  WS-MONTH-START-DATE   PIC 9(8).

      *    保存期間パラメータ表（RETNPRMから読み込む）
       01  WS-RETN-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-RETN-TABLE.
           05  WS-RETN-ENTRY OCCURS 10 TIMES
                             INDEXED BY WS-RETN-IDX.
               10  WS-RT-FILE-ID     PIC X(8).
               10  WS-RT-MONTHS      PIC 9(3).
      *    処理中ファイルの識別・保存月数
       01  WS-CUR-FILE-ID            PIC X(8).
       01  WS-CUR-MONTHS             PIC 9(3).

      *    現在の経理保留のキー控え（契約番号＋満了日。GLEXTRの
      *    経理保留事象の識別キーと同一）
       01  WS-HOLD-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-HOLD-IDX.
               10  WS-HD-CONTRACT-NO PIC X(10).
               10  WS-HD-END-DATE    PIC 9(8).

       01  WS-RPT-WORK.
           05  WS-RPT-CNT-EDIT       PIC ZZZ,ZZ9.
           05  WS-RPT-READ-EDIT      PIC ZZZ,ZZ9.
           05  WS-RPT-ARCH-EDIT      PIC ZZZ,ZZ9.
           05  WS-RPT-KEEP-EDIT      PIC ZZZ,ZZ9.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM PURGE-OPEN-INVOICES.
           PERFORM PURGE-COLHIST.
           PERFORM PURGE-CONTRACT-BIMG.
           PERFORM PURGE-CUSTOMER-BIMG.
           PERFORM PURGE-INSURED-BIMG.
           PERFORM PURGE-JOURNAL-HISTORY.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM TERM-PROCESS.
           STOP RUN.

       INIT-PROCESS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-RETN-PARAMS.
           PERFORM LOAD-CERT-PERIOD.
           MOVE 1 TO WS-BACK-MONTHS.
           PERFORM CALC-MONTH-START.
           MOVE WS-MONTH-START-DATE TO WS-FLOOR-DATE.
           DISPLAY '残存下限日: ' WS-FLOOR-DATE
                   ' 証明期間開始日: ' WS-CERT-FROM-DATE.
           OPEN OUTPUT OUT-REPORT-FILE.
           PERFORM OPEN-CTLTOTAL.
           PERFORM WRITE-REPORT-HEADER.

      *    保存期間パラメータを読み込む（存在しなければ整理対象が
      *    定まらないため処理せずに異常終了する）
       LOAD-RETN-PARAMS.
           OPEN INPUT IN-RETN-PARAM-FILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY '保存期間指定オープンエラー: '
                   WS-PRM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-RETN-PARAM-REC.
           PERFORM LOAD-RETN-PARAM-LOOP
               UNTIL WS-EOF.
           CLOSE IN-RETN-PARAM-FILE.

       READ-RETN-PARAM-REC.
           READ IN-RETN-PARAM-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-RETN-PARAM-LOOP.
           IF WS-RETN-COUNT < 10
               ADD 1 TO WS-RETN-COUNT
               MOVE PG-FILE-ID       TO WS-RT-FILE-ID(WS-RETN-COUNT)
               MOVE PG-RETAIN-MONTHS TO WS-RT-MONTHS(WS-RETN-COUNT)
           ELSE
               DISPLAY '保存期間パラメータ満杯 - 読飛: '
                   PG-FILE-ID
           END-IF.
           PERFORM READ-RETN-PARAM-REC.

      *    払込証明の対象期間開始日を読み込む（PREMCERTと同じく
      *    パラメータなしの場合は実行年の1月1日とする）
       LOAD-CERT-PERIOD.
           STRING WS-CURRENT-YEAR '0101'
               DELIMITED BY SIZE
               INTO WS-CERT-FROM-DATE.
           OPEN INPUT IN-CERT-PARAM-FILE.
           IF WS-CRP-STATUS = '00'
               READ IN-CERT-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CR-FROM-DATE > ZERO
                               AND CR-TO-DATE > ZERO
                           MOVE CR-FROM-DATE TO WS-CERT-FROM-DATE
                       END-IF
               END-READ
               CLOSE IN-CERT-PARAM-FILE
           END-IF.

      *    実行控制総計ファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする）
       OPEN-CTLTOTAL.
           OPEN EXTEND OUT-CTLTOTAL-FILE.
           IF WS-CTL-STATUS = '35' OR '05'
               CLOSE OUT-CTLTOTAL-FILE
               OPEN OUTPUT OUT-CTLTOTAL-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE '***** 取引ファイル保存期間整理報告 *****'
               TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '作成日: ' WS-CURRENT-DATE
                  '  残存下限日: ' WS-FLOOR-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '証明期間開始日: ' WS-CERT-FROM-DATE
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE 'ファイル' TO OUT-REPORT-REC(1:12).
           MOVE '基準日'   TO OUT-REPORT-REC(13:9).
           MOVE '読込'     TO OUT-REPORT-REC(25:6).
           MOVE '移送'     TO OUT-REPORT-REC(33:6).
           MOVE '残存'     TO OUT-REPORT-REC(41:6).
           WRITE OUT-REPORT-REC.

      *    実行月からWS-BACK-MONTHS月遡った月の1日を求める
       CALC-MONTH-START.
           COMPUTE WS-MONTH-SEQ = WS-CURRENT-YEAR * 12
                                + WS-CURRENT-MONTH - 1
                                - WS-BACK-MONTHS.
           DIVIDE WS-MONTH-SEQ BY 12
               GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           STRING WS-WORK-YEAR WS-WORK-MONTH '01'
               DELIMITED BY SIZE
               INTO WS-MONTH-START-DATE.

      *    処理するファイルの保存月数をパラメータ表から引き当て、
      *    整理基準日を求める（下限日より後にはしない）
       SET-FILE-CUTOFF.
           MOVE 'N' TO WS-PARAM-FOUND-FLAG.
           MOVE 'N' TO WS-FILE-ERROR-FLAG.
           MOVE ZERO TO WS-FILE-READ-CNT
                        WS-FILE-ARCH-CNT
                        WS-FILE-KEEP-CNT.
           SET WS-RETN-IDX TO 1.
           PERFORM UNTIL WS-RETN-IDX > WS-RETN-COUNT
                   OR WS-PARAM-FOUND
               IF WS-RT-FILE-ID(WS-RETN-IDX) = WS-CUR-FILE-ID
                   SET WS-PARAM-FOUND TO TRUE
                   MOVE WS-RT-MONTHS(WS-RETN-IDX) TO WS-CUR-MONTHS
               ELSE
                   SET WS-RETN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-PARAM-FOUND
               MOVE WS-CUR-MONTHS TO WS-BACK-MONTHS
               PERFORM CALC-MONTH-START
               MOVE WS-MONTH-START-DATE TO WS-CUTOFF-DATE
               IF WS-CUTOFF-DATE > WS-FLOOR-DATE
                   MOVE WS-FLOOR-DATE TO WS-CUTOFF-DATE
               END-IF
           ELSE
               PERFORM WRITE-REPORT-SKIPPED
           END-IF.

      *    払込証明の入力となるファイルは対象期間開始日より後を
      *    基準日にしない
       LIMIT-CUTOFF-TO-CERT.
           IF WS-CUTOFF-DATE > WS-CERT-FROM-DATE
               MOVE WS-CERT-FROM-DATE TO WS-CUTOFF-DATE
           END-IF.

      *    判定日付が基準日より前のレコードを整理対象とする
      *    （日付ゼロのレコードは判定できないため残す）
       CHECK-RECORD-DATE.
           IF WS-RECORD-DATE > ZERO
                   AND WS-RECORD-DATE < WS-CUTOFF-DATE
               SET WS-PURGE-RECORD TO TRUE
           ELSE
               MOVE 'N' TO WS-PURGE-FLAG
           END-IF.

      *    未消込請求書: 完了した請求書（消込済・償却済・取消済）
      *    のうち基準日より前に完了したものをアーカイブへ移し、
      *    ファイルから削除する
       PURGE-OPEN-INVOICES.
           MOVE 'OPENINV' TO WS-CUR-FILE-ID.
           PERFORM SET-FILE-CUTOFF.
           IF WS-PARAM-FOUND
               PERFORM LIMIT-CUTOFF-TO-CERT
               OPEN I-O OPEN-INVOICE-FILE
               IF WS-OPI-STATUS = '00'
                   PERFORM OPEN-ARC-OPENINV
                   IF NOT WS-FILE-ERROR
                       MOVE 'N' TO WS-EOF-FLAG
                       PERFORM READ-OPEN-INVOICE-NEXT
                       PERFORM OPENINV-PURGE-LOOP
                           UNTIL WS-EOF OR WS-FILE-ERROR
                       CLOSE ARC-OPENINV-FILE
                   END-IF
                   CLOSE OPEN-INVOICE-FILE
               ELSE
                   DISPLAY '未消込請求書オープンエラー: '
                       WS-OPI-STATUS
                   ADD 1 TO WS-ERROR-CNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

      *    入出力異常ステータスの際は走査を打ち切る（読み飛ばしの
      *    まま無限ループとなることを防ぐ）
       READ-OPEN-INVOICE-NEXT.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-OPI-STATUS NOT = '00' AND WS-OPI-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       OPENINV-PURGE-LOOP.
           ADD 1 TO WS-FILE-READ-CNT.
           EVALUATE TRUE
               WHEN OI-SETTLED
                   MOVE OI-SETTLE-DATE   TO WS-RECORD-DATE
               WHEN OI-WRITTEN-OFF
                   MOVE OI-WRITEOFF-DATE TO WS-RECORD-DATE
      *        取消日を持たないため支払期日で判定する
               WHEN OI-VOIDED
                   MOVE OI-DUE-DATE      TO WS-RECORD-DATE
               WHEN OTHER
                   MOVE ZERO             TO WS-RECORD-DATE
           END-EVALUATE.
           PERFORM CHECK-RECORD-DATE.
           IF WS-PURGE-RECORD
               PERFORM ARCHIVE-OPEN-INVOICE
           ELSE
               ADD 1 TO WS-FILE-KEEP-CNT
           END-IF.
           PERFORM READ-OPEN-INVOICE-NEXT.

      *    アーカイブへ書き出してからファイルより削除する
      *    （順呼出モードでは直前に読み込んだレコードが削除対象の
      *    ため、結果はファイル状態で判定する。アーカイブへ書き
      *    出せなければ削除せずに走査を打ち切る）
       ARCHIVE-OPEN-INVOICE.
           MOVE WS-CURRENT-DATE  TO ARC-OI-PURGE-DATE.
           MOVE OPEN-INVOICE-REC TO ARC-OI-IMAGE.
           WRITE ARC-OPENINV-REC.
           IF WS-AOI-STATUS NOT = '00'
               DISPLAY 'アーカイブ書込エラー: '
                       WS-CUR-FILE-ID ' ' WS-AOI-STATUS
               PERFORM SET-FILE-ERROR
               ADD 1 TO WS-FILE-KEEP-CNT
           ELSE
               DELETE OPEN-INVOICE-FILE
               IF WS-OPI-STATUS = '00'
                   ADD 1 TO WS-FILE-ARCH-CNT
               ELSE
                   DISPLAY '未消込請求書削除エラー: '
                           OI-INVOICE-NO ' ' WS-OPI-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   ADD 1 TO WS-FILE-KEEP-CNT
               END-IF
           END-IF.

      *    回収実績履歴: 基準日より前の回収をアーカイブへ移し、
      *    残す回収で履歴を作り直す
       PURGE-COLHIST.
           MOVE 'COLHIST' TO WS-CUR-FILE-ID.
           PERFORM SET-FILE-CUTOFF.
           IF WS-PARAM-FOUND
               PERFORM LIMIT-CUTOFF-TO-CERT
               OPEN INPUT COLHIST-FILE
               IF WS-CHS-STATUS = '00'
                   PERFORM OPEN-ARC-COLHIST
                   IF NOT WS-FILE-ERROR
                       PERFORM OPEN-WORK-FILE
                       IF NOT WS-FILE-ERROR
                           MOVE 'N' TO WS-EOF-FLAG
                           PERFORM READ-COLHIST-REC
                           PERFORM COLHIST-PURGE-LOOP
                               UNTIL WS-EOF OR WS-FILE-ERROR
                           CLOSE WORK-FILE
                       END-IF
                       CLOSE ARC-COLHIST-FILE
                   END-IF
                   CLOSE COLHIST-FILE
                   IF WS-FILE-ERROR
                       PERFORM CANCEL-FILE-PURGE
                   ELSE
                       IF WS-FILE-ARCH-CNT > ZERO
                           PERFORM REBUILD-COLHIST
                       END-IF
                   END-IF
               ELSE
                   DISPLAY '回収実績履歴オープンエラー: '
                       WS-CHS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       READ-COLHIST-REC.
           READ COLHIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       COLHIST-PURGE-LOOP.
           ADD 1 TO WS-FILE-READ-CNT.
           MOVE CL-SETTLE-DATE TO WS-RECORD-DATE.
           PERFORM CHECK-RECORD-DATE.
           IF WS-PURGE-RECORD
               MOVE WS-CURRENT-DATE TO ARC-CL-PURGE-DATE
               MOVE COLHIST-REC     TO ARC-CL-IMAGE
               WRITE ARC-COLHIST-REC
               IF WS-ACL-STATUS = '00'
                   ADD 1 TO WS-FILE-ARCH-CNT
               ELSE
                   DISPLAY 'アーカイブ書込エラー: '
                           WS-CUR-FILE-ID ' ' WS-ACL-STATUS
                   PERFORM SET-FILE-ERROR
               END-IF
           ELSE
               MOVE COLHIST-REC TO WORK-REC
               PERFORM WRITE-WORK-REC
           END-IF.
           PERFORM READ-COLHIST-REC.

      *    作業ファイルに退避した回収で履歴を作り直す
       REBUILD-COLHIST.
           OPEN INPUT WORK-FILE.
           IF WS-WRK-STATUS = '00'
               OPEN OUTPUT COLHIST-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-WORK-REC
               PERFORM REBUILD-COLHIST-LOOP
                   UNTIL WS-EOF
               CLOSE WORK-FILE
                     COLHIST-FILE
           ELSE
               DISPLAY '作業ファイルオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-WRK-STATUS
               PERFORM SET-FILE-ERROR
               PERFORM CANCEL-FILE-PURGE
           END-IF.

       REBUILD-COLHIST-LOOP.
           MOVE WORK-REC TO COLHIST-REC.
           WRITE COLHIST-REC.
           PERFORM READ-WORK-REC.

       READ-WORK-REC.
           READ WORK-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *    残すレコードの退避先として作業ファイルを作成する
       OPEN-WORK-FILE.
           OPEN OUTPUT WORK-FILE.
           IF WS-WRK-STATUS NOT = '00'
               DISPLAY '作業ファイルオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-WRK-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

      *    残すレコードを作業ファイルへ退避する
       WRITE-WORK-REC.
           WRITE WORK-REC.
           IF WS-WRK-STATUS = '00'
               ADD 1 TO WS-FILE-KEEP-CNT
           ELSE
               DISPLAY '作業ファイル書込エラー: '
                       WS-CUR-FILE-ID ' ' WS-WRK-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

      *    アーカイブ・作業ファイルの入出力エラーを記録する
       SET-FILE-ERROR.
           SET WS-FILE-ERROR TO TRUE.
           ADD 1 TO WS-ERROR-CNT.

      *    入出力エラーの逐次編成ファイルは作り直さず、読み込んだ
      *    レコードをすべて残存とする（アーカイブへ書き出し済みの
      *    レコードも稼働ファイルに残るため、次回の整理で再度
      *    アーカイブへ移る）
       CANCEL-FILE-PURGE.
           MOVE ZERO TO WS-FILE-ARCH-CNT.
           MOVE WS-FILE-READ-CNT TO WS-FILE-KEEP-CNT.

      *    契約マスタ更新前イメージログ: 基準日より前に記録された
      *    イメージをアーカイブへ移し、残すイメージでログを作り直す
       PURGE-CONTRACT-BIMG.
           MOVE 'CTBIMG' TO WS-CUR-FILE-ID.
           PERFORM SET-FILE-CUTOFF.
           IF WS-PARAM-FOUND
               OPEN INPUT BEFORE-IMAGE-FILE
               IF WS-BIM-STATUS = '00'
                   PERFORM OPEN-ARC-CTBIMG
                   IF NOT WS-FILE-ERROR
                       PERFORM OPEN-WORK-FILE
                       IF NOT WS-FILE-ERROR
                           MOVE 'N' TO WS-EOF-FLAG
                           PERFORM READ-BEFORE-IMAGE-REC
                           PERFORM CTBIMG-PURGE-LOOP
                               UNTIL WS-EOF OR WS-FILE-ERROR
                           CLOSE WORK-FILE
                       END-IF
                       CLOSE ARC-CTBIMG-FILE
                   END-IF
                   CLOSE BEFORE-IMAGE-FILE
                   IF WS-FILE-ERROR
                       PERFORM CANCEL-FILE-PURGE
                   ELSE
                       IF WS-FILE-ARCH-CNT > ZERO
                           PERFORM REBUILD-CTBIMG
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ログオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-BIM-STATUS
                   ADD 1 TO WS-ERROR-CNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       READ-BEFORE-IMAGE-REC.
           READ BEFORE-IMAGE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       CTBIMG-PURGE-LOOP.
           ADD 1 TO WS-FILE-READ-CNT.
           MOVE BI-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           PERFORM CHECK-RECORD-DATE.
           IF WS-PURGE-RECORD
               MOVE WS-CURRENT-DATE  TO ARC-BI-PURGE-DATE
               MOVE BEFORE-IMAGE-REC TO ARC-BI-IMAGE
               WRITE ARC-CTBIMG-REC
               IF WS-ABI-STATUS = '00'
                   ADD 1 TO WS-FILE-ARCH-CNT
               ELSE
                   DISPLAY 'アーカイブ書込エラー: '
                           WS-CUR-FILE-ID ' ' WS-ABI-STATUS
                   PERFORM SET-FILE-ERROR
               END-IF
           ELSE
               MOVE BEFORE-IMAGE-REC TO WORK-REC
               PERFORM WRITE-WORK-REC
           END-IF.
           PERFORM READ-BEFORE-IMAGE-REC.

       REBUILD-CTBIMG.
           OPEN INPUT WORK-FILE.
           IF WS-WRK-STATUS = '00'
               OPEN OUTPUT BEFORE-IMAGE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-WORK-REC
               PERFORM REBUILD-CTBIMG-LOOP
                   UNTIL WS-EOF
               CLOSE WORK-FILE
                     BEFORE-IMAGE-FILE
           ELSE
               DISPLAY '作業ファイルオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-WRK-STATUS
               PERFORM SET-FILE-ERROR
               PERFORM CANCEL-FILE-PURGE
           END-IF.

       REBUILD-CTBIMG-LOOP.
           MOVE WORK-REC TO BEFORE-IMAGE-REC.
           WRITE BEFORE-IMAGE-REC.
           PERFORM READ-WORK-REC.

      *    顧客マスタ更新前イメージログ（契約と同じ扱い）
       PURGE-CUSTOMER-BIMG.
           MOVE 'CUBIMG' TO WS-CUR-FILE-ID.
           PERFORM SET-FILE-CUTOFF.
           IF WS-PARAM-FOUND
               OPEN INPUT CUST-BIMG-FILE
               IF WS-CBM-STATUS = '00'
                   PERFORM OPEN-ARC-CUBIMG
                   IF NOT WS-FILE-ERROR
                       PERFORM OPEN-WORK-FILE
                       IF NOT WS-FILE-ERROR
                           MOVE 'N' TO WS-EOF-FLAG
                           PERFORM READ-CUST-BIMG-REC
                           PERFORM CUBIMG-PURGE-LOOP
                               UNTIL WS-EOF OR WS-FILE-ERROR
                           CLOSE WORK-FILE
                       END-IF
                       CLOSE ARC-CUBIMG-FILE
                   END-IF
                   CLOSE CUST-BIMG-FILE
                   IF WS-FILE-ERROR
                       PERFORM CANCEL-FILE-PURGE
                   ELSE
                       IF WS-FILE-ARCH-CNT > ZERO
                           PERFORM REBUILD-CUBIMG
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ログオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-CBM-STATUS
                   ADD 1 TO WS-ERROR-CNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       READ-CUST-BIMG-REC.
           READ CUST-BIMG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       CUBIMG-PURGE-LOOP.
           ADD 1 TO WS-FILE-READ-CNT.
           MOVE CB-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           PERFORM CHECK-RECORD-DATE.
           IF WS-PURGE-RECORD
               MOVE WS-CURRENT-DATE TO ARC-CB-PURGE-DATE
               MOVE CUST-BIMG-REC   TO ARC-CB-IMAGE
               WRITE ARC-CUBIMG-REC
               IF WS-ACB-STATUS = '00'
                   ADD 1 TO WS-FILE-ARCH-CNT
               ELSE
                   DISPLAY 'アーカイブ書込エラー: '
                           WS-CUR-FILE-ID ' ' WS-ACB-STATUS
                   PERFORM SET-FILE-ERROR
               END-IF
           ELSE
               MOVE CUST-BIMG-REC TO WORK-REC
               PERFORM WRITE-WORK-REC
           END-IF.
           PERFORM READ-CUST-BIMG-REC.

       REBUILD-CUBIMG.
           OPEN INPUT WORK-FILE.
           IF WS-WRK-STATUS = '00'
               OPEN OUTPUT CUST-BIMG-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-WORK-REC
               PERFORM REBUILD-CUBIMG-LOOP
                   UNTIL WS-EOF
               CLOSE WORK-FILE
                     CUST-BIMG-FILE
           ELSE
               DISPLAY '作業ファイルオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-WRK-STATUS
               PERFORM SET-FILE-ERROR
               PERFORM CANCEL-FILE-PURGE
           END-IF.

       REBUILD-CUBIMG-LOOP.
           MOVE WORK-REC TO CUST-BIMG-REC.
           WRITE CUST-BIMG-REC.
           PERFORM READ-WORK-REC.

      *    被保険者明細更新前イメージログ（契約と同じ扱い）
       PURGE-INSURED-BIMG.
           MOVE 'IDBIMG' TO WS-CUR-FILE-ID.
           PERFORM SET-FILE-CUTOFF.
           IF WS-PARAM-FOUND
               OPEN INPUT INSD-BIMG-FILE
               IF WS-IBM-STATUS = '00'
                   PERFORM OPEN-ARC-IDBIMG
                   IF NOT WS-FILE-ERROR
                       PERFORM OPEN-WORK-FILE
                       IF NOT WS-FILE-ERROR
                           MOVE 'N' TO WS-EOF-FLAG
                           PERFORM READ-INSD-BIMG-REC
                           PERFORM IDBIMG-PURGE-LOOP
                               UNTIL WS-EOF OR WS-FILE-ERROR
                           CLOSE WORK-FILE
                       END-IF
                       CLOSE ARC-IDBIMG-FILE
                   END-IF
                   CLOSE INSD-BIMG-FILE
                   IF WS-FILE-ERROR
                       PERFORM CANCEL-FILE-PURGE
                   ELSE
                       IF WS-FILE-ARCH-CNT > ZERO
                           PERFORM REBUILD-IDBIMG
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ログオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-IBM-STATUS
                   ADD 1 TO WS-ERROR-CNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       READ-INSD-BIMG-REC.
           READ INSD-BIMG-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       IDBIMG-PURGE-LOOP.
           ADD 1 TO WS-FILE-READ-CNT.
           MOVE IB-TIMESTAMP(1:8) TO WS-RECORD-DATE.
           PERFORM CHECK-RECORD-DATE.
           IF WS-PURGE-RECORD
               MOVE WS-CURRENT-DATE TO ARC-IB-PURGE-DATE
               MOVE INSD-BIMG-REC   TO ARC-IB-IMAGE
               WRITE ARC-IDBIMG-REC
               IF WS-AIB-STATUS = '00'
                   ADD 1 TO WS-FILE-ARCH-CNT
               ELSE
                   DISPLAY 'アーカイブ書込エラー: '
                           WS-CUR-FILE-ID ' ' WS-AIB-STATUS
                   PERFORM SET-FILE-ERROR
               END-IF
           ELSE
               MOVE INSD-BIMG-REC TO WORK-REC
               PERFORM WRITE-WORK-REC
           END-IF.
           PERFORM READ-INSD-BIMG-REC.

       REBUILD-IDBIMG.
           OPEN INPUT WORK-FILE.
           IF WS-WRK-STATUS = '00'
               OPEN OUTPUT INSD-BIMG-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-WORK-REC
               PERFORM REBUILD-IDBIMG-LOOP
                   UNTIL WS-EOF
               CLOSE WORK-FILE
                     INSD-BIMG-FILE
           ELSE
               DISPLAY '作業ファイルオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-WRK-STATUS
               PERFORM SET-FILE-ERROR
               PERFORM CANCEL-FILE-PURGE
           END-IF.

       REBUILD-IDBIMG-LOOP.
           MOVE WORK-REC TO INSD-BIMG-REC.
           WRITE INSD-BIMG-REC.
           PERFORM READ-WORK-REC.

      *    計上済み事象キー履歴: 基準日より前の事象のキーを
      *    アーカイブへ移し、履歴から削除する。現在の経理保留に
      *    残る保留のキーはGLEXTRが重複判定に使うため削除しない
       PURGE-JOURNAL-HISTORY.
           MOVE 'GLJRNHST' TO WS-CUR-FILE-ID.
           PERFORM SET-FILE-CUTOFF.
           IF WS-PARAM-FOUND
               PERFORM LOAD-ARHOLD-KEYS
               OPEN I-O JOURNAL-HISTORY-FILE
               IF WS-JHS-STATUS = '00'
                   PERFORM OPEN-ARC-GLJRNHST
                   IF NOT WS-FILE-ERROR
                       MOVE 'N' TO WS-EOF-FLAG
                       PERFORM READ-JOURNAL-HISTORY-NEXT
                       PERFORM GLJRNHST-PURGE-LOOP
                           UNTIL WS-EOF OR WS-FILE-ERROR
                       CLOSE ARC-GLJRNHST-FILE
                   END-IF
                   CLOSE JOURNAL-HISTORY-FILE
               ELSE
                   DISPLAY '事象キー履歴オープンエラー: '
                       WS-JHS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

      *    現在の経理保留のキー（契約番号＋満了日）を控える
      *    （控え満杯時は経理保留のキーを全件残す）
       LOAD-ARHOLD-KEYS.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE 'N' TO WS-HOLD-FULL-FLAG.
           OPEN INPUT IN-ARHOLD-FILE.
           IF WS-ARH-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-ARHOLD-REC
               PERFORM LOAD-ARHOLD-LOOP
                   UNTIL WS-EOF
               CLOSE IN-ARHOLD-FILE
           END-IF.

       READ-ARHOLD-REC.
           READ IN-ARHOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-ARHOLD-LOOP.
           IF WS-HOLD-COUNT < 2000
               ADD 1 TO WS-HOLD-COUNT
               MOVE AH-CONTRACT-NO TO WS-HD-CONTRACT-NO(WS-HOLD-COUNT)
               MOVE AH-END-DATE    TO WS-HD-END-DATE(WS-HOLD-COUNT)
           ELSE
               SET WS-HOLD-TABLE-FULL TO TRUE
           END-IF.
           PERFORM READ-ARHOLD-REC.

       READ-JOURNAL-HISTORY-NEXT.
           READ JOURNAL-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-JHS-STATUS NOT = '00' AND WS-JHS-STATUS NOT = '02'
               SET WS-EOF TO TRUE
           END-IF.

       GLJRNHST-PURGE-LOOP.
           ADD 1 TO WS-FILE-READ-CNT.
           MOVE GH-EVENT-DATE TO WS-RECORD-DATE.
           PERFORM CHECK-RECORD-DATE.
           IF WS-PURGE-RECORD AND GH-EVENT-CODE = 'ARHD'
               PERFORM CHECK-HOLD-KEY
           END-IF.
           IF WS-PURGE-RECORD
               PERFORM ARCHIVE-JOURNAL-HISTORY
           ELSE
               ADD 1 TO WS-FILE-KEEP-CNT
           END-IF.
           PERFORM READ-JOURNAL-HISTORY-NEXT.

      *    経理保留のキーが現在の経理保留に残っていれば整理しない
       CHECK-HOLD-KEY.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG.
           SET WS-HOLD-IDX TO 1.
           PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR WS-HOLD-FOUND
               IF WS-HD-CONTRACT-NO(WS-HOLD-IDX) = GH-SOURCE-REF
                       AND WS-HD-END-DATE(WS-HOLD-IDX)
                           = GH-EVENT-DATE
                   SET WS-HOLD-FOUND TO TRUE
               ELSE
                   SET WS-HOLD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-HOLD-FOUND OR WS-HOLD-TABLE-FULL
               MOVE 'N' TO WS-PURGE-FLAG
           END-IF.

      *    アーカイブへ書き出せなければ削除せずに走査を打ち切る
       ARCHIVE-JOURNAL-HISTORY.
           MOVE WS-CURRENT-DATE     TO ARC-GH-PURGE-DATE.
           MOVE JOURNAL-HISTORY-REC TO ARC-GH-IMAGE.
           WRITE ARC-GLJRNHST-REC.
           IF WS-AGH-STATUS NOT = '00'
               DISPLAY 'アーカイブ書込エラー: '
                       WS-CUR-FILE-ID ' ' WS-AGH-STATUS
               PERFORM SET-FILE-ERROR
               ADD 1 TO WS-FILE-KEEP-CNT
           ELSE
               DELETE JOURNAL-HISTORY-FILE
               IF WS-JHS-STATUS = '00'
                   ADD 1 TO WS-FILE-ARCH-CNT
               ELSE
                   DISPLAY '事象キー履歴削除エラー: '
                           GH-EVENT-CODE ' ' GH-SOURCE-REF ' '
                           WS-JHS-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   ADD 1 TO WS-FILE-KEEP-CNT
               END-IF
           END-IF.

      *    アーカイブファイルは実行のたびに追記する
      *    （初回実行時は新規作成にフォールバックする。開けなければ
      *      当該ファイルは整理しない）
       OPEN-ARC-OPENINV.
           OPEN EXTEND ARC-OPENINV-FILE.
           IF WS-AOI-STATUS = '35' OR '05'
               CLOSE ARC-OPENINV-FILE
               OPEN OUTPUT ARC-OPENINV-FILE
           END-IF.
           IF WS-AOI-STATUS NOT = '00'
               DISPLAY 'アーカイブオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-AOI-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

       OPEN-ARC-COLHIST.
           OPEN EXTEND ARC-COLHIST-FILE.
           IF WS-ACL-STATUS = '35' OR '05'
               CLOSE ARC-COLHIST-FILE
               OPEN OUTPUT ARC-COLHIST-FILE
           END-IF.
           IF WS-ACL-STATUS NOT = '00'
               DISPLAY 'アーカイブオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-ACL-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

       OPEN-ARC-CTBIMG.
           OPEN EXTEND ARC-CTBIMG-FILE.
           IF WS-ABI-STATUS = '35' OR '05'
               CLOSE ARC-CTBIMG-FILE
               OPEN OUTPUT ARC-CTBIMG-FILE
           END-IF.
           IF WS-ABI-STATUS NOT = '00'
               DISPLAY 'アーカイブオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-ABI-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

       OPEN-ARC-CUBIMG.
           OPEN EXTEND ARC-CUBIMG-FILE.
           IF WS-ACB-STATUS = '35' OR '05'
               CLOSE ARC-CUBIMG-FILE
               OPEN OUTPUT ARC-CUBIMG-FILE
           END-IF.
           IF WS-ACB-STATUS NOT = '00'
               DISPLAY 'アーカイブオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-ACB-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

       OPEN-ARC-IDBIMG.
           OPEN EXTEND ARC-IDBIMG-FILE.
           IF WS-AIB-STATUS = '35' OR '05'
               CLOSE ARC-IDBIMG-FILE
               OPEN OUTPUT ARC-IDBIMG-FILE
           END-IF.
           IF WS-AIB-STATUS NOT = '00'
               DISPLAY 'アーカイブオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-AIB-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

       OPEN-ARC-GLJRNHST.
           OPEN EXTEND ARC-GLJRNHST-FILE.
           IF WS-AGH-STATUS = '35' OR '05'
               CLOSE ARC-GLJRNHST-FILE
               OPEN OUTPUT ARC-GLJRNHST-FILE
           END-IF.
           IF WS-AGH-STATUS NOT = '00'
               DISPLAY 'アーカイブオープンエラー: '
                       WS-CUR-FILE-ID ' ' WS-AGH-STATUS
               PERFORM SET-FILE-ERROR
           END-IF.

      *    ファイル別の件数を報告し、全体の件数へ加算する
       WRITE-REPORT-DETAIL.
           MOVE WS-FILE-READ-CNT TO WS-RPT-READ-EDIT.
           MOVE WS-FILE-ARCH-CNT TO WS-RPT-ARCH-EDIT.
           MOVE WS-FILE-KEEP-CNT TO WS-RPT-KEEP-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-CUR-FILE-ID   TO OUT-REPORT-REC(1:8).
           MOVE WS-CUTOFF-DATE   TO OUT-REPORT-REC(13:8).
           MOVE WS-RPT-READ-EDIT TO OUT-REPORT-REC(23:7).
           MOVE WS-RPT-ARCH-EDIT TO OUT-REPORT-REC(31:7).
           MOVE WS-RPT-KEEP-EDIT TO OUT-REPORT-REC(39:7).
           IF WS-FILE-ERROR
               MOVE '入出力エラー' TO OUT-REPORT-REC(49:18)
           END-IF.
           WRITE OUT-REPORT-REC.
           ADD WS-FILE-READ-CNT TO WS-READ-CNT.
           ADD WS-FILE-ARCH-CNT TO WS-ARCHIVE-CNT.
           ADD WS-FILE-KEEP-CNT TO WS-KEEP-CNT.

      *    保存期間パラメータに指定のないファイルは整理しない
       WRITE-REPORT-SKIPPED.
           MOVE SPACES TO OUT-REPORT-REC.
           MOVE WS-CUR-FILE-ID TO OUT-REPORT-REC(1:8).
           MOVE '保存期間指定なし - 整理対象外'
               TO OUT-REPORT-REC(13:42).
           WRITE OUT-REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO OUT-REPORT-REC.
           WRITE OUT-REPORT-REC.
           MOVE WS-READ-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  読込件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-ARCHIVE-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  移送件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-KEEP-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  残存件数計: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.
           MOVE WS-ERROR-CNT TO WS-RPT-CNT-EDIT.
           MOVE SPACES TO OUT-REPORT-REC.
           STRING '  エラー件数: ' WS-RPT-CNT-EDIT ' 件'
               DELIMITED BY SIZE
               INTO OUT-REPORT-REC
           END-STRING.
           WRITE OUT-REPORT-REC.

       TERM-PROCESS.
           DISPLAY '読込件数:     ' WS-READ-CNT.
           DISPLAY '移送件数:     ' WS-ARCHIVE-CNT.
           DISPLAY '残存件数:     ' WS-KEEP-CNT.
           DISPLAY 'エラー件数:   ' WS-ERROR-CNT.
           IF WS-ERROR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE OUT-REPORT-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'RETNPURG' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT    TO CTL-READ-CNT.
           MOVE WS-ARCHIVE-CNT TO CTL-WRITE-CNT.
           MOVE WS-ERROR-CNT   TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
