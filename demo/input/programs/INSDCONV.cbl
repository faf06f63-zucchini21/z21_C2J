       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSDCONV.
      *================================================================*
      * 被保険者明細マスタ移行バッチプログラム
      * 契約番号のみをキーとしていた旧形式の被保険者明細マスタの
      * 順編成アンロード（INSDOLD）を読み、契約番号＋被保険者連番
      * キーの新形式マスタ（INSDMAST）を作成する。旧形式の明細は
      * 1契約1名のため、連番01・続柄1（本人）の主たる被保険者と
      * して移行する。新形式マスタは新規作成するため、移行前の
      * マスタはアンロード後に退避しておくこと。
      * 契約番号が空白・重複の明細は移行せずに件数を報告する
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-OLD-DETAIL-FILE
               ASSIGN TO 'INSDOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT DETAIL-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    旧形式の被保険者明細（契約番号のみのキー）
       FD  IN-OLD-DETAIL-FILE.
       01  IN-OLD-DETAIL-REC.
           05  OD-CONTRACT-NO        PIC X(10).
           05  OD-BIRTH-DATE         PIC 9(8).
           05  OD-GENDER             PIC X(1).
           05  OD-GRADE              PIC 9(2).
           05  OD-SUM-INSURED        PIC 9(9).
           05  OD-RIDER-FLAGS        PIC X(3).
           05  FILLER                PIC X(15).

       FD  DETAIL-FILE.
           COPY CPYINSD.

       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-OLD-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-WRITE-CNT          PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM READ-OLD-DETAIL.
           PERFORM CONVERT-LOOP
               UNTIL WS-EOF.
           PERFORM TERM-PROCESS.
           IF WS-ERROR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INIT-PROCESS.
           OPEN INPUT IN-OLD-DETAIL-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY '旧被保険者明細オープンエラー: '
                       WS-OLD-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DETAIL-FILE.
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY '被保険者明細オープンエラー: '
                       WS-DTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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

       READ-OLD-DETAIL.
           READ IN-OLD-DETAIL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-CNT
           END-READ.
           IF WS-OLD-STATUS NOT = '00' AND NOT WS-EOF
               DISPLAY '旧被保険者明細読込エラー: '
                       WS-OLD-STATUS
               ADD 1 TO WS-ERROR-CNT
               SET WS-EOF TO TRUE
           END-IF.

       CONVERT-LOOP.
           IF OD-CONTRACT-NO = SPACES
               DISPLAY '契約番号空白のため移行せず: 入力'
                       WS-READ-CNT '件目'
               ADD 1 TO WS-ERROR-CNT
           ELSE
               PERFORM WRITE-NEW-DETAIL
           END-IF.
           PERFORM READ-OLD-DETAIL.

      *    旧明細を主たる被保険者（連番01・本人）として書き出す
      *    （アンロードは契約番号順のため、重複は書込エラーとなる）
       WRITE-NEW-DETAIL.
           MOVE SPACES            TO INSURED-DETAIL-REC.
           MOVE OD-CONTRACT-NO    TO ID-CONTRACT-NO.
           MOVE 01                TO ID-INSURED-SEQ.
           SET ID-REL-SELF        TO TRUE.
           MOVE OD-BIRTH-DATE     TO ID-BIRTH-DATE.
           MOVE OD-GENDER         TO ID-GENDER.
           MOVE OD-GRADE          TO ID-GRADE.
           MOVE OD-SUM-INSURED    TO ID-SUM-INSURED.
           MOVE OD-RIDER-FLAGS    TO ID-RIDER-FLAGS.
           WRITE INSURED-DETAIL-REC
               INVALID KEY
                   DISPLAY '移行エラー(重複・順序): '
                           OD-CONTRACT-NO ' ' WS-DTL-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.

       TERM-PROCESS.
           DISPLAY '旧明細読込件数: ' WS-READ-CNT.
           DISPLAY '移行件数:       ' WS-WRITE-CNT.
           DISPLAY '移行エラー件数: ' WS-ERROR-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE IN-OLD-DETAIL-FILE
                 DETAIL-FILE
                 OUT-CTLTOTAL-FILE.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'INSDCONV' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-WRITE-CNT TO CTL-WRITE-CNT.
           MOVE WS-ERROR-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
