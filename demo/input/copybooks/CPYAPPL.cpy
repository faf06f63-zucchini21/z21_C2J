      *================================================================*
      * CPYAPPL - 新規申込ファイル（APPLIN）レコードレイアウト
      * 代理店から受領する新規契約の申込データ。1申込1件で、
      * 契約者（顧客）・主たる被保険者・保険種別・保険金額・特約・
      * 支払方法・払込回数を記載する。APPLBTCHが査定・保険料計算
      * ののち、顧客・契約・被保険者明細・支払口座を登録する
      *================================================================*
       01  APPLICATION-REC.
           05  AP-APPLICATION-NO     PIC X(10).
           05  AP-AGENCY-CODE        PIC X(5).
           05  AP-RECEIPT-DATE       PIC 9(8).
      *    既契約者の顧客番号（空白は新規顧客として顧客マスタへ
      *    登録する）
           05  AP-CUSTOMER-NO        PIC X(8).
           05  AP-CUSTOMER-NAME      PIC N(20).
           05  AP-POSTAL-CODE        PIC X(8).
           05  AP-ADDRESS            PIC N(30).
           05  AP-PHONE              PIC X(13).
      *    希望連絡方法（M=郵送/P=電話/E=電子メール。空白は郵送）
           05  AP-CONTACT-CHANNEL    PIC X(1).
      *    主たる被保険者（契約者本人）の査定属性
           05  AP-INSURED-BIRTH-DATE PIC 9(8).
           05  AP-INSURED-GENDER     PIC X(1).
               88  AP-GENDER-MALE    VALUE 'M'.
               88  AP-GENDER-FEMALE  VALUE 'F'.
           05  AP-PLAN-CODE          PIC X(3).
           05  AP-GRADE              PIC 9(2).
           05  AP-SUM-INSURED        PIC 9(9).
      *    責任開始日（ゼロは処理日の翌月1日）
           05  AP-START-DATE         PIC 9(8).
           05  AP-TERM-YEARS         PIC 9(2).
           05  AP-RENEW-TYPE         PIC X(1).
               88  AP-RENEW-VALID    VALUE 'A' 'M' 'N'.
           05  AP-MAX-RENEW          PIC 9(2).
           05  AP-RIDER-FLAGS.
               10  AP-RIDER-HOSP     PIC X(1).
               10  AP-RIDER-SURG     PIC X(1).
               10  AP-RIDER-CANC     PIC X(1).
      *    支払方法（D=口座振替/C=カード払い/B=請求書払い）
           05  AP-PAYMENT-METHOD     PIC X(1).
               88  AP-PAY-DIRECT-DEBIT VALUE 'D'.
               88  AP-PAY-CREDIT-CARD  VALUE 'C'.
               88  AP-PAY-INVOICE      VALUE 'B'.
      *    払込回数（A=年払/S=半年払/M=月払。空白は年払）
           05  AP-PAY-FREQUENCY      PIC X(1).
      *    通貨コード（空白は円建てJPY）
           05  AP-CURRENCY-CODE      PIC X(3).
      *    口座振替(D)用の銀行口座情報
           05  AP-BANK-CODE          PIC X(4).
           05  AP-BRANCH-CODE        PIC X(3).
           05  AP-ACCOUNT-TYPE       PIC X(1).
           05  AP-ACCOUNT-NO         PIC X(7).
           05  AP-ACCOUNT-HOLDER     PIC N(20).
      *    カード払い(C)用のカードトークン・有効期限（YYMM）
           05  AP-CARD-TOKEN         PIC X(16).
           05  AP-CARD-EXPIRY        PIC 9(4).
           05  FILLER                PIC X(28).
