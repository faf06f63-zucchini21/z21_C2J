       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTMASK.
      *================================================================*
      * テスト環境向けマスタ匿名化抽出バッチプログラム
      * 本番の顧客マスタ（CUSTMAST）・支払口座マスタ（PAYACCT）・
      * 契約マスタ（CONTMAST）・被保険者明細（INSDMAST）・未消込
      * 請求書（OPENINV）と、アーカイブ済み履歴（CONTHIST）を読み、
      * 個人情報を匿名化した写しを作成する。
      *  - 氏名・名義: 「試験顧客」「試験契約者」＋キーから導いた
      *    番号の架空氏名に置き換える
      *  - 住所: 架空住所に置き換え、郵便番号は上3桁（地域）のみ
      *    残して下4桁を置き換える
      *  - 電話番号・口座番号・カードトークン: キーから導いた架空
      *    番号に置き換える（銀行・支店コード、カード有効期限は
      *    請求・点検処理の試験のため残す）
      *  - 生年月日: 年月を残し日を月内でずらす（年齢・等級の判定
      *    が本番とほぼ変わらないようにする）
      * 契約番号・顧客番号・請求書番号・保険種別コード等のキーと
      * 参照項目は変更しないため、写しの相互参照は本番と同じく
      * 整合し、MSTSCANの点検と一連のバッチをそのまま実行できる。
      * 架空の値はキーのみから導くため、同じ契約の契約者名は契約
      * マスタ・未消込請求書・履歴で一致し、再実行しても同じ写し
      * となる。
      * 写しは同じ編成の索引ファイル（TCUSTMST・TPAYACCT・
      * TCONTMST・TINSDMST・TOPENINV・TCONTHST）へ出力し、テスト
      * 環境では本番と同じファイル名で配置する。CONTHISTが未作成の
      * 場合は履歴の写しを作成しない
      * COPY: CPYCUST（顧客マスタレコードレイアウト）
      * COPY: CPYPAYAC（支払口座マスタレコードレイアウト）
      * COPY: CPYCONTR（契約マスタ共通レコードレイアウト）
      * COPY: CPYINSD（被保険者明細マスタレコードレイアウト）
      * COPY: CPYOPINV（未消込請求書ファイルレコードレイアウト）
      * COPY: CPYCTLTOT（実行控制総計レコードレイアウト）
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS WS-CUS-STATUS.
           SELECT ACCOUNT-FILE
               ASSIGN TO 'PAYACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-CONTRACT-NO
               FILE STATUS IS WS-PAC-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'CONTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CONTRACT-NO
               FILE STATUS IS WS-MST-STATUS.
           SELECT DETAIL-FILE
               ASSIGN TO 'INSDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-DTL-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPENINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-INVOICE-NO
               FILE STATUS IS WS-OPI-STATUS.
      *    アーカイブ済み終了契約の履歴ファイル（契約者名を含む）
           SELECT HISTORY-FILE
               ASSIGN TO 'CONTHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-CONTRACT-NO
               FILE STATUS IS WS-HIS-STATUS.
      *    匿名化した写し（本番と同じ編成・キー）
           SELECT OUT-CUSTOMER-FILE
               ASSIGN TO 'TCUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-CUSTOMER-NO
               FILE STATUS IS WS-OCU-STATUS.
           SELECT OUT-ACCOUNT-FILE
               ASSIGN TO 'TPAYACCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ACCT-CONTRACT-NO
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OUT-MASTER-FILE
               ASSIGN TO 'TCONTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-CONTRACT-NO
               FILE STATUS IS WS-OMS-STATUS.
           SELECT OUT-DETAIL-FILE
               ASSIGN TO 'TINSDMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-DTL-KEY
               FILE STATUS IS WS-ODT-STATUS.
           SELECT OUT-OPEN-INVOICE-FILE
               ASSIGN TO 'TOPENINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-INVOICE-NO
               FILE STATUS IS WS-OOI-STATUS.
           SELECT OUT-HISTORY-FILE
               ASSIGN TO 'TCONTHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-HIST-CONTRACT-NO
               FILE STATUS IS WS-OHS-STATUS.
           SELECT OUT-CTLTOTAL-FILE
               ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CPYCUST.

       FD  ACCOUNT-FILE.
           COPY CPYPAYAC.

       FD  MASTER-FILE.
           COPY CPYCONTR.

       FD  DETAIL-FILE.
           COPY CPYINSD.

       FD  OPEN-INVOICE-FILE.
           COPY CPYOPINV.

      *    履歴レコード（CPYCONTRと同一の並び。匿名化する契約者名
      *    までを定義する）
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HS-CONTRACT-NO        PIC X(10).
           05  HS-HOLDER-NAME        PIC N(20).
           05  FILLER                PIC X(63).

      *    写しのレコード（各マスタと同一の長さ。匿名化した入力
      *    レコードをそのまま書き出す）
       FD  OUT-CUSTOMER-FILE.
       01  OUT-CUSTOMER-REC.
           05  TM-CUSTOMER-NO        PIC X(8).
           05  FILLER                PIC X(142).

       FD  OUT-ACCOUNT-FILE.
       01  OUT-ACCOUNT-REC.
           05  TM-ACCT-CONTRACT-NO   PIC X(10).
           05  FILLER                PIC X(90).

       FD  OUT-MASTER-FILE.
       01  OUT-MASTER-REC.
           05  TM-CONTRACT-NO        PIC X(10).
           05  FILLER                PIC X(103).

       FD  OUT-DETAIL-FILE.
       01  OUT-DETAIL-REC.
           05  TM-DTL-KEY.
               10  TM-DTL-CONTRACT-NO PIC X(10).
               10  TM-DTL-INSURED-SEQ PIC 9(2).
           05  FILLER                PIC X(36).

       FD  OUT-OPEN-INVOICE-FILE.
       01  OUT-OPEN-INVOICE-REC.
           05  TM-INVOICE-NO         PIC 9(9).
           05  FILLER                PIC X(156).

       FD  OUT-HISTORY-FILE.
       01  OUT-HISTORY-REC.
           05  TM-HIST-CONTRACT-NO   PIC X(10).
           05  FILLER                PIC X(103).

      *    月次監査用の実行控制総計（追記式、実行のたびに1件追加）
       FD  OUT-CTLTOTAL-FILE.
           COPY CPYCTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CUS-STATUS         PIC X(2).
           05  WS-PAC-STATUS         PIC X(2).
           05  WS-MST-STATUS         PIC X(2).
           05  WS-DTL-STATUS         PIC X(2).
           05  WS-OPI-STATUS         PIC X(2).
           05  WS-HIS-STATUS         PIC X(2).
           05  WS-OCU-STATUS         PIC X(2).
           05  WS-OPA-STATUS         PIC X(2).
           05  WS-OMS-STATUS         PIC X(2).
           05  WS-ODT-STATUS         PIC X(2).
           05  WS-OOI-STATUS         PIC X(2).
           05  WS-OHS-STATUS         PIC X(2).
           05  WS-CTL-STATUS         PIC X(2).

       01  WS-FLAGS.
           05  WS-EOF-FLAG           PIC X(1) VALUE 'N'.
               88  WS-EOF            VALUE 'Y'.
           05  WS-HIST-AVAIL-FLAG    PIC X(1) VALUE 'N'.
               88  WS-HIST-AVAIL     VALUE 'Y'.
           05  WS-CHAR-FOUND-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CHAR-FOUND     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CUS-CNT            PIC 9(7) VALUE ZERO.
           05  WS-PAC-CNT            PIC 9(7) VALUE ZERO.
           05  WS-MST-CNT            PIC 9(7) VALUE ZERO.
           05  WS-DTL-CNT            PIC 9(7) VALUE ZERO.
           05  WS-OPI-CNT            PIC 9(7) VALUE ZERO.
           05  WS-HIS-CNT            PIC 9(7) VALUE ZERO.
           05  WS-READ-CNT           PIC 9(7) VALUE ZERO.
           05  WS-WRITE-CNT          PIC 9(7) VALUE ZERO.
           05  WS-ERROR-CNT          PIC 9(7) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-CURRENT-DATE       PIC 9(8).

      *    架空番号の作成作業領域（キーの各桁を数字へ置き換え、
      *    位置と直前の桁で攪拌した10桁の番号を作る）
       01  WS-MASK-KEY               PIC X(10).
       01  WS-MASK-DIGITS.
           05  WS-MD-DIGIT           PIC 9(1) OCCURS 10 TIMES.
       01  WS-MASK-DIGITS-X REDEFINES WS-MASK-DIGITS
                                     PIC X(10).
       01  WS-MASK-WORK.
           05  WS-MK-SUB             PIC 9(2).
           05  WS-MK-CHAR-SUB        PIC 9(2).
           05  WS-MK-BASE            PIC 9(2).
           05  WS-MK-PREV            PIC 9(1).
           05  WS-MK-SUM             PIC 9(3).
           05  WS-MK-QUOT            PIC 9(3).
           05  WS-MK-DAY             PIC 9(2).
           05  WS-MK-SHIFT           PIC 9(2).

      *    キー文字の数字化テーブル（英数字の並び順を10で割った
      *    余りを数字とする。表にない文字はゼロとする）
       01  WS-KEY-CHAR-TABLE.
           05  FILLER                PIC X(36)
               VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-KEY-CHAR-TABLE-R REDEFINES WS-KEY-CHAR-TABLE.
           05  WS-KEY-CHAR           PIC X(1) OCCURS 36 TIMES.

      *    全角数字テーブル（架空氏名・住所の番号部分。全角1文字
      *    は3バイト）
       01  WS-FW-DIGIT-TABLE.
           05  FILLER                PIC X(30)
               VALUE '０１２３４５６７８９'.
       01  WS-FW-DIGIT-TABLE-R REDEFINES WS-FW-DIGIT-TABLE.
           05  WS-FW-DIGIT           PIC X(3) OCCURS 10 TIMES.

      *    架空氏名（接頭語5文字＋番号の下8桁。氏名・名義欄の
      *    40バイトに収める）
       01  WS-MASK-NAME.
           05  WS-MN-PREFIX          PIC X(15).
           05  WS-MN-DIGIT           PIC X(3) OCCURS 8 TIMES.
           05  WS-MN-FILLER          PIC X(1).
      *    架空住所（町名10文字＋番号10文字。住所欄の60バイトに
      *    収める）
       01  WS-MASK-ADDRESS.
           05  WS-MA-TOWN            PIC X(30).
           05  WS-MA-DIGIT           PIC X(3) OCCURS 10 TIMES.

       01  WS-MASK-CONSTANTS.
           05  WS-PREFIX-CUSTOMER    PIC X(15) VALUE '試験顧客　'.
           05  WS-PREFIX-HOLDER      PIC X(15) VALUE '試験契約者'.
           05  WS-PREFIX-ACCOUNT     PIC X(15) VALUE '試験名義人'.
           05  WS-MASK-TOWN          PIC X(30)
               VALUE '東京都千代田区試験町'.

      *    実行時間記録（実行控制総計の開始・終了時刻）
       01  WS-RUNTIME-WORK.
           05  WS-RUN-START-TIME     PIC 9(6).
           05  WS-RUN-END-TIME       PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INIT-PROCESS.
           PERFORM MASK-CUSTOMERS.
           PERFORM MASK-ACCOUNTS.
           PERFORM MASK-CONTRACTS.
           PERFORM MASK-DETAILS.
           PERFORM MASK-OPEN-INVOICES.
           IF WS-HIST-AVAIL
               PERFORM MASK-HISTORY
           END-IF.
           PERFORM TERM-PROCESS.
           IF WS-ERROR-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    匿名化の対象マスタはすべて必須とする（履歴は未作成でも
      *    続行する）
       INIT-PROCESS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUS-STATUS NOT = '00'
               DISPLAY '顧客マスタオープンエラー: '
                       WS-CUS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-PAC-STATUS NOT = '00'
               DISPLAY '支払口座マスタオープンエラー: '
                       WS-PAC-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY '契約マスタオープンエラー: '
                       WS-MST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DETAIL-FILE.
           IF WS-DTL-STATUS NOT = '00'
               DISPLAY '被保険者明細オープンエラー: '
                       WS-DTL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPEN-INVOICE-FILE.
           IF WS-OPI-STATUS NOT = '00'
               DISPLAY '未消込請求書オープンエラー: '
                       WS-OPI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS = '00'
               SET WS-HIST-AVAIL TO TRUE
               OPEN OUTPUT OUT-HISTORY-FILE
               IF WS-OHS-STATUS NOT = '00'
                   DISPLAY '履歴写しオープンエラー: '
                           WS-OHS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY '履歴ファイルなし: '
                       '履歴の写しは作成しない'
           END-IF.
           OPEN OUTPUT OUT-CUSTOMER-FILE.
           IF WS-OCU-STATUS NOT = '00'
               DISPLAY '顧客マスタ写しオープンエラー: '
                       WS-OCU-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-ACCOUNT-FILE.
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY '支払口座写しオープンエラー: '
                       WS-OPA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-MASTER-FILE.
           IF WS-OMS-STATUS NOT = '00'
               DISPLAY '契約マスタ写しオープンエラー: '
                       WS-OMS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-DETAIL-FILE.
           IF WS-ODT-STATUS NOT = '00'
               DISPLAY '被保険者明細写しオープンエラー: '
                       WS-ODT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-OPEN-INVOICE-FILE.
           IF WS-OOI-STATUS NOT = '00'
               DISPLAY '未消込請求書写しオープンエラー: '
                       WS-OOI-STATUS
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

      *    顧客マスタ: 氏名・住所・郵便番号下4桁・電話番号
       MASK-CUSTOMERS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-CUSTOMER-NEXT.
           PERFORM CUSTOMER-MASK-LOOP
               UNTIL WS-EOF.

       READ-CUSTOMER-NEXT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUS-CNT
           END-READ.

       CUSTOMER-MASK-LOOP.
           MOVE CU-CUSTOMER-NO TO WS-MASK-KEY.
           PERFORM MAKE-MASK-DIGITS.
           IF CU-CUSTOMER-NAME NOT = SPACES
               MOVE WS-PREFIX-CUSTOMER TO WS-MN-PREFIX
               PERFORM BUILD-MASK-NAME
               MOVE WS-MASK-NAME TO CU-CUSTOMER-NAME
           END-IF.
           IF CU-ADDRESS NOT = SPACES
               PERFORM BUILD-MASK-ADDRESS
               MOVE WS-MASK-ADDRESS TO CU-ADDRESS
           END-IF.
           IF CU-POSTAL-CODE NOT = SPACES
               MOVE WS-MASK-DIGITS-X(1:4) TO CU-POSTAL-CODE(5:4)
           END-IF.
           IF CU-PHONE NOT = SPACES
               MOVE SPACES TO CU-PHONE
               STRING '000-' WS-MASK-DIGITS-X(5:4) '-'
                      WS-MASK-DIGITS-X(1:4)
                   DELIMITED BY SIZE
                   INTO CU-PHONE
               END-STRING
           END-IF.
           WRITE OUT-CUSTOMER-REC FROM CUSTOMER-REC
               INVALID KEY
                   DISPLAY '顧客写し書込エラー: '
                           CU-CUSTOMER-NO ' ' WS-OCU-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
           PERFORM READ-CUSTOMER-NEXT.

      *    支払口座マスタ: 口座名義・口座番号・カードトークン
       MASK-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-ACCOUNT-NEXT.
           PERFORM ACCOUNT-MASK-LOOP
               UNTIL WS-EOF.

       READ-ACCOUNT-NEXT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAC-CNT
           END-READ.

       ACCOUNT-MASK-LOOP.
           MOVE PA-CONTRACT-NO TO WS-MASK-KEY.
           PERFORM MAKE-MASK-DIGITS.
           IF PA-ACCOUNT-HOLDER NOT = SPACES
               MOVE WS-PREFIX-ACCOUNT TO WS-MN-PREFIX
               PERFORM BUILD-MASK-NAME
               MOVE WS-MASK-NAME TO PA-ACCOUNT-HOLDER
           END-IF.
           IF PA-ACCOUNT-NO NOT = SPACES
               MOVE WS-MASK-DIGITS-X(1:7) TO PA-ACCOUNT-NO
           END-IF.
           IF PA-CARD-TOKEN NOT = SPACES
               MOVE SPACES TO PA-CARD-TOKEN
               STRING 'TEST00' WS-MASK-DIGITS-X
                   DELIMITED BY SIZE
                   INTO PA-CARD-TOKEN
               END-STRING
           END-IF.
           WRITE OUT-ACCOUNT-REC FROM PAYMENT-ACCOUNT-REC
               INVALID KEY
                   DISPLAY '支払口座写し書込エラー: '
                           PA-CONTRACT-NO ' ' WS-OPA-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
           PERFORM READ-ACCOUNT-NEXT.

      *    契約マスタ: 契約者名
       MASK-CONTRACTS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-MASTER-NEXT.
           PERFORM MASTER-MASK-LOOP
               UNTIL WS-EOF.

       READ-MASTER-NEXT.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MST-CNT
           END-READ.

       MASTER-MASK-LOOP.
           MOVE CT-CONTRACT-NO TO WS-MASK-KEY.
           PERFORM MAKE-MASK-DIGITS.
           IF CT-HOLDER-NAME NOT = SPACES
               MOVE WS-PREFIX-HOLDER TO WS-MN-PREFIX
               PERFORM BUILD-MASK-NAME
               MOVE WS-MASK-NAME TO CT-HOLDER-NAME
           END-IF.
           WRITE OUT-MASTER-REC FROM CONTRACT-REC
               INVALID KEY
                   DISPLAY '契約写し書込エラー: '
                           CT-CONTRACT-NO ' ' WS-OMS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
           PERFORM READ-MASTER-NEXT.

      *    被保険者明細: 生年月日（日を月内でずらす。ずらし幅は契約
      *    番号から導く1〜27日で、ずらした日は必ず1〜28日となる）
       MASK-DETAILS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-DETAIL-NEXT.
           PERFORM DETAIL-MASK-LOOP
               UNTIL WS-EOF.

       READ-DETAIL-NEXT.
           READ DETAIL-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DTL-CNT
           END-READ.

       DETAIL-MASK-LOOP.
           MOVE ID-CONTRACT-NO TO WS-MASK-KEY.
           PERFORM MAKE-MASK-DIGITS.
           IF ID-BIRTH-DATE NUMERIC AND ID-BIRTH-DATE NOT = ZERO
               COMPUTE WS-MK-SUM =
                   WS-MD-DIGIT(1) * 10 + WS-MD-DIGIT(2)
               DIVIDE WS-MK-SUM BY 27
                   GIVING WS-MK-QUOT
                   REMAINDER WS-MK-SHIFT
               ADD 1 TO WS-MK-SHIFT
               MOVE ID-BIRTH-DATE(7:2) TO WS-MK-DAY
               COMPUTE WS-MK-SUM = WS-MK-DAY - 1 + WS-MK-SHIFT
               DIVIDE WS-MK-SUM BY 28
                   GIVING WS-MK-QUOT
                   REMAINDER WS-MK-DAY
               ADD 1 TO WS-MK-DAY
               MOVE WS-MK-DAY TO ID-BIRTH-DATE(7:2)
           END-IF.
           WRITE OUT-DETAIL-REC FROM INSURED-DETAIL-REC
               INVALID KEY
                   DISPLAY '被保険者明細写し書込エラー: '
                           ID-CONTRACT-NO ' ' ID-INSURED-SEQ ' '
                           WS-ODT-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
           PERFORM READ-DETAIL-NEXT.

      *    未消込請求書: 契約者名（契約マスタの写しと同じ架空氏名）
       MASK-OPEN-INVOICES.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-OPEN-INVOICE-NEXT.
           PERFORM OPEN-INVOICE-MASK-LOOP
               UNTIL WS-EOF.

       READ-OPEN-INVOICE-NEXT.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPI-CNT
           END-READ.

       OPEN-INVOICE-MASK-LOOP.
           MOVE OI-CONTRACT-NO TO WS-MASK-KEY.
           PERFORM MAKE-MASK-DIGITS.
           IF OI-HOLDER-NAME NOT = SPACES
               MOVE WS-PREFIX-HOLDER TO WS-MN-PREFIX
               PERFORM BUILD-MASK-NAME
               MOVE WS-MASK-NAME TO OI-HOLDER-NAME
           END-IF.
           WRITE OUT-OPEN-INVOICE-REC FROM OPEN-INVOICE-REC
               INVALID KEY
                   DISPLAY '未消込請求書写し書込エラー: '
                           OI-INVOICE-NO ' ' WS-OOI-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
           PERFORM READ-OPEN-INVOICE-NEXT.

      *    アーカイブ済み履歴: 契約者名（契約マスタの写しと同じ扱い）
       MASK-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-HISTORY-NEXT.
           PERFORM HISTORY-MASK-LOOP
               UNTIL WS-EOF.

       READ-HISTORY-NEXT.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIS-CNT
           END-READ.

       HISTORY-MASK-LOOP.
           MOVE HS-CONTRACT-NO TO WS-MASK-KEY.
           PERFORM MAKE-MASK-DIGITS.
           IF HS-HOLDER-NAME NOT = SPACES
               MOVE WS-PREFIX-HOLDER TO WS-MN-PREFIX
               PERFORM BUILD-MASK-NAME
               MOVE WS-MASK-NAME TO HS-HOLDER-NAME
           END-IF.
           WRITE OUT-HISTORY-REC FROM HISTORY-REC
               INVALID KEY
                   DISPLAY '履歴写し書込エラー: '
                           HS-CONTRACT-NO ' ' WS-OHS-STATUS
                   ADD 1 TO WS-ERROR-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-WRITE-CNT
           END-WRITE.
           PERFORM READ-HISTORY-NEXT.

      *    架空番号の作成（キーのみから導くため、同じキーからは常に
      *    同じ番号となる）
       MAKE-MASK-DIGITS.
           MOVE ZERO TO WS-MK-PREV.
           PERFORM MAKE-ONE-MASK-DIGIT
               VARYING WS-MK-SUB FROM 1 BY 1
               UNTIL WS-MK-SUB > 10.

      *    キー1文字を数字化し、桁位置・直前の桁を加えた値の10の
      *    剰余を当該桁とする
       MAKE-ONE-MASK-DIGIT.
           MOVE 'N' TO WS-CHAR-FOUND-FLAG.
           MOVE 1 TO WS-MK-CHAR-SUB.
           PERFORM UNTIL WS-MK-CHAR-SUB > 36
                   OR WS-CHAR-FOUND
               IF WS-KEY-CHAR(WS-MK-CHAR-SUB)
                       = WS-MASK-KEY(WS-MK-SUB:1)
                   SET WS-CHAR-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-MK-CHAR-SUB
               END-IF
           END-PERFORM.
           IF WS-CHAR-FOUND
               COMPUTE WS-MK-BASE = WS-MK-CHAR-SUB - 1
           ELSE
               MOVE ZERO TO WS-MK-BASE
           END-IF.
           COMPUTE WS-MK-SUM =
               WS-MK-BASE + WS-MK-SUB * 3 + 7 + WS-MK-PREV.
           DIVIDE WS-MK-SUM BY 10
               GIVING WS-MK-QUOT
               REMAINDER WS-MK-PREV.
           MOVE WS-MK-PREV TO WS-MD-DIGIT(WS-MK-SUB).

      *    架空氏名の番号部分を全角数字で組み立てる（接頭語は呼出し
      *    側で設定する。番号はキー全体で攪拌された下8桁を使う）
       BUILD-MASK-NAME.
           MOVE SPACES TO WS-MN-FILLER.
           PERFORM BUILD-ONE-NAME-DIGIT
               VARYING WS-MK-SUB FROM 1 BY 1
               UNTIL WS-MK-SUB > 8.

       BUILD-ONE-NAME-DIGIT.
           MOVE WS-FW-DIGIT(WS-MD-DIGIT(WS-MK-SUB + 2) + 1)
               TO WS-MN-DIGIT(WS-MK-SUB).

       BUILD-MASK-ADDRESS.
           MOVE WS-MASK-TOWN TO WS-MA-TOWN.
           PERFORM BUILD-ONE-ADDRESS-DIGIT
               VARYING WS-MK-SUB FROM 1 BY 1
               UNTIL WS-MK-SUB > 10.

       BUILD-ONE-ADDRESS-DIGIT.
           MOVE WS-FW-DIGIT(WS-MD-DIGIT(WS-MK-SUB) + 1)
               TO WS-MA-DIGIT(WS-MK-SUB).

       TERM-PROCESS.
           DISPLAY '顧客マスタ写し:     ' WS-CUS-CNT.
           DISPLAY '支払口座マスタ写し: ' WS-PAC-CNT.
           DISPLAY '契約マスタ写し:     ' WS-MST-CNT.
           DISPLAY '被保険者明細写し:   ' WS-DTL-CNT.
           DISPLAY '未消込請求書写し:   ' WS-OPI-CNT.
           DISPLAY '履歴写し:           ' WS-HIS-CNT.
           DISPLAY '書込エラー:         ' WS-ERROR-CNT.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CUSTOMER-FILE
                 ACCOUNT-FILE
                 MASTER-FILE
                 DETAIL-FILE
                 OPEN-INVOICE-FILE
                 OUT-CUSTOMER-FILE
                 OUT-ACCOUNT-FILE
                 OUT-MASTER-FILE
                 OUT-DETAIL-FILE
                 OUT-OPEN-INVOICE-FILE
                 OUT-CTLTOTAL-FILE.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
                     OUT-HISTORY-FILE
           END-IF.

      *    月次監査用に本回実行の件数を実行控制総計ファイルへ1件追記する
       WRITE-CONTROL-TOTALS.
           COMPUTE WS-READ-CNT = WS-CUS-CNT + WS-PAC-CNT
                               + WS-MST-CNT + WS-DTL-CNT
                               + WS-OPI-CNT + WS-HIS-CNT.
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
           MOVE WS-RUN-START-TIME TO CTL-START-TIME.
           ACCEPT WS-RUN-END-TIME FROM TIME.
           MOVE WS-RUN-END-TIME TO CTL-END-TIME.
           MOVE 'MSTMASK' TO CTL-PROGRAM-ID.
           MOVE WS-READ-CNT TO CTL-READ-CNT.
           MOVE WS-WRITE-CNT TO CTL-WRITE-CNT.
           MOVE WS-ERROR-CNT TO CTL-ERROR-CNT.
           WRITE CONTROL-TOTALS-REC.
