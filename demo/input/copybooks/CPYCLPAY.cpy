      *================================================================*
      * CPYCLPAY - 給付金支払指示ファイル（CLMPAYOUT）
      * レコードレイアウト
      * CLMPAYが承認済み（または保留解除済み）請求の給付金を算出
      * して出力し、経理が支払処理の入力として使用する
      *================================================================*
       01  CLAIM-PAYMENT-REC.
           05  CQ-CLAIM-NO           PIC 9(9).
           05  CQ-CONTRACT-NO        PIC X(10).
           05  CQ-HOLDER-NAME        PIC N(20).
           05  CQ-CUSTOMER-NO        PIC X(8).
      *    請求特約（H=入院/S=手術/C=がん）
           05  CQ-RIDER-TYPE         PIC X(1).
           05  CQ-EVENT-DATE         PIC 9(8).
           05  CQ-UNITS              PIC 9(3).
           05  CQ-BENEFIT-AMOUNT     PIC 9(7)V99.
           05  CQ-PAY-DATE           PIC 9(8).
           05  FILLER                PIC X(14).
