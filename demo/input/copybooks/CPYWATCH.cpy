      *================================================================*
      * CPYWATCH - 照合用ウォッチリスト（WATCHLST）レコードレイアウト
      * 業界団体から受領する反社会的勢力・制裁対象者の一覧を
      * 1名1件の順編成ファイルとしたもの。リストの更新を受領する
      * たびに全件を差し替え、WLSCREENで顧客・支払先と照合する
      *================================================================*
       01  WATCH-LIST-REC.
           05  WL-ENTRY-ID           PIC X(10).
      *    リスト区分（A=反社会的勢力/S=制裁対象）
           05  WL-LIST-TYPE          PIC X(1).
               88  WL-LIST-ANTISOCIAL VALUE 'A'.
               88  WL-LIST-SANCTION  VALUE 'S'.
           05  WL-NAME               PIC N(20).
           05  WL-ADDRESS            PIC N(30).
           05  WL-PHONE              PIC X(13).
      *    リスト掲載日
           05  WL-LIST-DATE          PIC 9(8).
           05  FILLER                PIC X(18).
