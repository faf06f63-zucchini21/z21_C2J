      *================================================================*
      * CPYSTMT - ご契約状況のお知らせ抽出（STMTOUT）レコードレイアウト
      * CONTSTMTが年1回、顧客ごとに有効契約の状況をまとめて印字・
      * 電子交付の担当へ引き渡す抽出ファイル。ファイルの先頭・最終
      * にCPYHDTRLのヘッダ(H)・トレーラ(T)を置き、その間に顧客
      * 1名につき1組のお知らせを並べる
      *  - お知らせ開始(S): 顧客・交付方法・宛先・契約件数
      *  - 契約(C): 有効契約1件の保険種別・保険料・更新・未入金
      *  - 被保険者(I): 当該契約の被保険者1名の保険金額・特約
      *  - お知らせ終了(E): 契約件数・被保険者件数・未入金件数
      * トレーラ(T)のデータ件数はS/C/I/Eの合計、金額ハッシュ合計は
      * 契約(C)の保険料の単純合計
      *================================================================*
       01  STATEMENT-START-REC.
           05  SS-RECORD-TYPE        PIC X(1).
               88  SS-STATEMENT-START VALUE 'S'.
           05  SS-CUSTOMER-NO        PIC X(8).
      *    交付方法（P=印字して郵送/E=電子交付。顧客マスタの
      *    希望連絡方法が電子メール(E)の顧客は電子交付、それ以外は
      *    郵送とする）
           05  SS-DELIVERY-ROUTE     PIC X(1).
               88  SS-DELIVER-PRINT  VALUE 'P'.
               88  SS-DELIVER-EMAIL  VALUE 'E'.
           05  SS-STATEMENT-DATE     PIC 9(8).
           05  SS-CUSTOMER-NAME      PIC N(20).
           05  SS-POSTAL-CODE        PIC X(8).
           05  SS-ADDRESS            PIC N(30).
           05  SS-PHONE              PIC X(13).
           05  SS-CONTRACT-CNT       PIC 9(3).
           05  FILLER                PIC X(8).
       01  STATEMENT-CONTRACT-REC.
           05  SC-RECORD-TYPE        PIC X(1).
           05  SC-CUSTOMER-NO        PIC X(8).
           05  SC-CONTRACT-NO        PIC X(10).
           05  SC-PLAN-CODE          PIC X(3).
      *    保険種別名（保険種別マスタ未登録の種別は空白）
           05  SC-PLAN-NAME          PIC N(15).
           05  SC-START-DATE         PIC 9(8).
           05  SC-END-DATE           PIC 9(8).
      *    次回更新日（更新なし(N)・更新回数上限に達した契約は
      *    ゼロ）と残り更新回数（更新回数上限−更新回数）
           05  SC-NEXT-RENEW-DATE    PIC 9(8).
           05  SC-RENEW-TYPE         PIC X(1).
           05  SC-REMAIN-RENEW       PIC 9(2).
           05  SC-PREMIUM-AMOUNT     PIC 9(7)V99.
      *    払込回数（A=年払/S=半年払/M=月払）・支払方法・通貨
           05  SC-PAY-FREQUENCY      PIC X(1).
           05  SC-PAYMENT-METHOD     PIC X(1).
           05  SC-CURRENCY-CODE      PIC X(3).
           05  SC-INSURED-CNT        PIC 9(2).
      *    未入金残高（OPENINVの未消込(O)・一部入金(P)の請求書の
      *    残高合計。契約通貨建て）と未入金の請求書件数
           05  SC-OUTSTANDING-AMT    PIC 9(9)V99.
           05  SC-OUTSTANDING-CNT    PIC 9(3).
           05  FILLER                PIC X(41).
       01  STATEMENT-INSURED-REC.
           05  SI-RECORD-TYPE        PIC X(1).
           05  SI-CUSTOMER-NO        PIC X(8).
           05  SI-CONTRACT-NO        PIC X(10).
           05  SI-INSURED-SEQ        PIC 9(2).
      *    続柄（1=本人/2=配偶者/3=子/9=その他）
           05  SI-RELATION-CODE      PIC X(1).
           05  SI-SUM-INSURED        PIC 9(9).
           05  SI-RIDER-FLAGS.
               10  SI-RIDER-HOSP     PIC X(1).
               10  SI-RIDER-SURG     PIC X(1).
               10  SI-RIDER-CANC     PIC X(1).
           05  FILLER                PIC X(116).
       01  STATEMENT-END-REC.
           05  SE-RECORD-TYPE        PIC X(1).
           05  SE-CUSTOMER-NO        PIC X(8).
           05  SE-CONTRACT-CNT       PIC 9(3).
           05  SE-INSURED-CNT        PIC 9(3).
           05  SE-OUTSTANDING-CNT    PIC 9(3).
           05  FILLER                PIC X(132).
