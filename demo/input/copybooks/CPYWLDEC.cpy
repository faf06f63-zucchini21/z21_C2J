      *================================================================*
      * CPYWLDEC - ウォッチリスト審査判定ログ（WLDECLOG）
      * レコードレイアウト
      * WLREVIEWが判定1件ごとに追記する追記式ファイル。審査担当者
      * IDと判定日時を記録し、監査の拠り所とする。WLSCREENは
      * 非該当(F)と判定済みの顧客・登録IDの組を審査待ちへ再出力
      * しない。
      * 顧客が未登録の契約（支払口座名義・満期給付金支払先の照合）
      * は契約番号で判定し、顧客番号を空白とする。契約の取引停止は
      * 顧客マスタに持たず、本ログの契約単位の該当確定(H)・停止
      * 解除(R)の最新の判定で決まる（WLSCREEN・MATPAY・DSBPAYが
      * 読み込む）
      *================================================================*
       01  WATCH-DECISION-REC.
           05  WD-TIMESTAMP          PIC 9(14).
           05  WD-REVIEWER-ID        PIC X(8).
      *    判定の対象（顧客単位の判定は顧客番号、契約単位の判定は
      *    契約番号のみを設定する）
           05  WD-CUSTOMER-NO        PIC X(8).
           05  WD-ENTRY-ID           PIC X(10).
      *    判定（H=該当確定・取引停止/F=非該当/R=取引停止解除）
           05  WD-DECISION           PIC X(1).
               88  WD-DECISION-HOLD  VALUE 'H'.
               88  WD-DECISION-CLEAR VALUE 'F'.
               88  WD-DECISION-RELEASE VALUE 'R'.
      *    判定前後の取引停止区分（顧客単位は顧客マスタの区分、
      *    契約単位は本ログから求めた契約の停止状況）
           05  WD-HOLD-BEFORE        PIC X(1).
           05  WD-HOLD-AFTER         PIC X(1).
           05  WD-COMMENT            PIC X(40).
           05  WD-CONTRACT-NO        PIC X(10).
           05  FILLER                PIC X(7).
