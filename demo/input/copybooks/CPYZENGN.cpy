      *================================================================*
      * CPYZENGN - 全銀協フォーマット総合振込ファイル（DSBZENGN）
      * レコードレイアウト（120バイト固定長）
      * ヘッダ(1)・データ(2)・トレーラ(8)・エンド(9)の各レコードを
      * 作業領域で編集し、WRITE FROMで振込ファイルへ書き出す。
      * 顧客コード欄には支払指示キー（DSBHISTのキー）を設定し、
      * 銀行からの振込不能返却の照合に使用する
      *================================================================*
       01  ZG-HEADER-REC.
           05  ZG-HD-DATA-TYPE       PIC X(1).
      *    種別コード（21=総合振込）・コード区分（0=JIS）
           05  ZG-HD-KIND-CODE       PIC X(2).
           05  ZG-HD-CODE-TYPE       PIC X(1).
           05  ZG-HD-CONSIGNOR-CODE  PIC X(10).
           05  ZG-HD-CONSIGNOR-NAME  PIC X(40).
      *    取組日（振込指定日の月日 MMDD）
           05  ZG-HD-TRANSFER-MMDD   PIC 9(4).
           05  ZG-HD-BANK-CODE       PIC X(4).
           05  ZG-HD-BANK-NAME       PIC X(15).
           05  ZG-HD-BRANCH-CODE     PIC X(3).
           05  ZG-HD-BRANCH-NAME     PIC X(15).
           05  ZG-HD-ACCOUNT-TYPE    PIC X(1).
           05  ZG-HD-ACCOUNT-NO      PIC X(7).
           05  FILLER                PIC X(17).
       01  ZG-DATA-REC.
           05  ZG-DT-DATA-TYPE       PIC X(1).
           05  ZG-DT-BANK-CODE       PIC X(4).
           05  ZG-DT-BANK-NAME       PIC X(15).
           05  ZG-DT-BRANCH-CODE     PIC X(3).
           05  ZG-DT-BRANCH-NAME     PIC X(15).
           05  ZG-DT-CLEARING-NO     PIC X(4).
           05  ZG-DT-ACCOUNT-TYPE    PIC X(1).
           05  ZG-DT-ACCOUNT-NO      PIC X(7).
           05  ZG-DT-PAYEE-NAME      PIC N(15).
      *    振込金額（円単位。円未満は切り捨てる）
           05  ZG-DT-AMOUNT          PIC 9(10).
           05  ZG-DT-NEW-CODE        PIC X(1).
      *    顧客コード1・2（支払指示キーを分割して設定する）
           05  ZG-DT-CUSTOMER-CODE.
               10  ZG-DT-CUST-SOURCE PIC X(1).
               10  ZG-DT-CUST-CONTRACT PIC X(10).
               10  ZG-DT-CUST-REFERENCE PIC X(9).
           05  ZG-DT-TRANSFER-TYPE   PIC X(1).
           05  ZG-DT-ID-MARK         PIC X(1).
           05  FILLER                PIC X(7).
       01  ZG-TRAILER-REC.
           05  ZG-TR-DATA-TYPE       PIC X(1).
           05  ZG-TR-RECORD-COUNT    PIC 9(6).
           05  ZG-TR-AMOUNT-TOTAL    PIC 9(12).
           05  FILLER                PIC X(101).
       01  ZG-END-REC.
           05  ZG-ED-DATA-TYPE       PIC X(1).
           05  FILLER                PIC X(119).
