      *================================================================*
      * CPYCUMRG - 顧客統合履歴（CUMRGHST）レコードレイアウト
      * CUSTMRGが顧客統合・統合取消のたびに追記する追記式ファイル。
      * 1回の統合は統合タイムスタンプ（MH-MERGE-TIMESTAMP）で束ね、
      *  - 契約付替(C): 存続顧客へ付け替えた契約1件ごとに1件
      *  - 履歴契約付替(A): 存続顧客へ付け替えたアーカイブ済み契約
      *    （CONTHIST）1件ごとに1件（付替前の契約イメージを保持
      *    する。CTBIMGはCONTMASTの復旧用のため記録しない）
      *  - 統合(H): 付替の後に1件（付替件数と統合で削除した
      *    消滅顧客の顧客レコードイメージを保持する）
      *  - 統合取消(U): 取消を行ったとき1件（取消日時を保持する）
      * を記録する。監査時の統合経緯の確認と、CUSTMRGの統合取消
      * （消滅顧客の復元と契約の付け戻し）の入力として使用する
      *================================================================*
       01  CUST-MERGE-HIST-REC.
           05  MH-MERGE-TIMESTAMP    PIC 9(14).
           05  MH-RECORD-TYPE        PIC X(1).
               88  MH-TYPE-MERGE     VALUE 'H'.
               88  MH-TYPE-CONTRACT  VALUE 'C'.
               88  MH-TYPE-HIST-CONTRACT VALUE 'A'.
               88  MH-TYPE-UNDO      VALUE 'U'.
           05  MH-SURVIVOR-NO        PIC X(8).
           05  MH-LOSER-NO           PIC X(8).
      *    付け替えた契約番号（契約付替(C)・履歴契約付替(A)のみ）
           05  MH-CONTRACT-NO        PIC X(10).
      *    付替契約件数（統合(H)のみ）
           05  MH-CONTRACT-CNT       PIC 9(5).
      *    統合取消の実行日時（統合取消(U)のみ）
           05  MH-UNDO-TIMESTAMP     PIC 9(14).
      *    消滅顧客の統合前の顧客レコードイメージ（統合(H)のみ。
      *    CPYCUSTと同一の並び・長さ）
           05  MH-LOSER-IMAGE        PIC X(150).
      *    付替前のアーカイブ済み契約レコードイメージ（履歴契約
      *    付替(A)のみ。CPYCONTRと同一の並び・長さ）
           05  MH-HIST-IMAGE REDEFINES MH-LOSER-IMAGE.
               10  MH-IMG-CONTRACT   PIC X(113).
               10  FILLER            PIC X(37).
           05  FILLER                PIC X(20).
