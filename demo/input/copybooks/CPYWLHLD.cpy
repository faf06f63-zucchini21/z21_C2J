      *================================================================*
      * CPYWLHLD - 取引停止契約テーブル
      * 顧客が未登録の契約（支払口座名義・満期給付金支払先の照合で
      * 審査した契約）は顧客マスタの取引停止区分を使えないため、
      * 審査判定ログ（WLDECLOG）の契約単位の判定を先頭から順に
      * 適用し、現在取引停止中の契約番号を保持する（該当確定(H)で
      * 追加し、停止解除(R)で空白に戻す）。
      * 判定ログの読込・検索は各プログラムが個別に行う（テーブルの
      * 形だけを共有する）
      *================================================================*
       01  WS-HC-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-HELD-CONTRACT-TABLE.
           05  WS-HC-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-HC-IDX.
               10  WS-HC-CONTRACT-NO PIC X(10).
      *    検索する契約番号（空白は停止中としない）
       01  WS-HC-SEARCH-NO           PIC X(10).
       01  WS-HC-FOUND-FLAG          PIC X(1) VALUE 'N'.
           88  WS-HC-FOUND           VALUE 'Y'.
