      *================================================================*
      * CPYADTRC - 住所調査リスト（ADRTRACE）レコードレイアウト
      * 宛先不達（CU-UNDELIVERABLE）の顧客宛てに発行しようとした
      * 郵送物を、印字へ回す代わりに1件ずつ追記する追記式ファイル。
      * BILLGEN（請求書）・COLRECON（再請求）・INVREMND（督促状）・
      * CONTRENW（満期・更新見送り通知）・CONTSTMT（ご契約状況の
      * お知らせ）が出力し、住所調査担当が
      * 顧客へ連絡して新住所を確認する。CUSTMNTで住所を訂正すると、
      * 当該不達期間（AT-UNDELIV-DATE）に保留した郵送物を再送
      * リスト（RESENDOUT）へ同じ形式で書き出す
      *================================================================*
       01  ADDR-TRACE-REC.
           05  AT-CUSTOMER-NO        PIC X(8).
           05  AT-SUPPRESS-DATE      PIC 9(8).
           05  AT-SOURCE-PGM         PIC X(8).
      *    郵送物区分（I=請求書/R=再請求/D=督促状/N=通知）
           05  AT-DOC-TYPE           PIC X(1).
               88  AT-DOC-INVOICE    VALUE 'I'.
               88  AT-DOC-REBILL     VALUE 'R'.
               88  AT-DOC-DUNNING    VALUE 'D'.
               88  AT-DOC-NOTICE     VALUE 'N'.
           05  AT-CONTRACT-NO        PIC X(10).
      *    請求書番号（通知は0）
           05  AT-DOC-NO             PIC 9(9).
           05  AT-HOLDER-NAME        PIC N(20).
      *    請求額・督促金額（通知は0）
           05  AT-AMOUNT             PIC 9(7)V99.
      *    支払期日・回答期限
           05  AT-DUE-DATE           PIC 9(8).
           05  AT-DOC-MESSAGE        PIC X(40).
      *    保留時点の顧客マスタの不達受付日・理由
           05  AT-UNDELIV-DATE       PIC 9(8).
           05  AT-UNDELIV-REASON     PIC X(2).
           05  FILLER                PIC X(20).
