      *================================================================*
      * CPYCLBIM - 給付金請求マスタ更新前イメージログ（CLBIMG）
      * レコードレイアウト
      * CLMMAINT・CLMPAYが追記し、監査・手作業復旧が入力として
      * 使用する。更新前イメージは請求レコード（CPYCLAIM）と同一
      * 長のまま保持し、復旧時はそのままマスタレコードへ複写する
      *================================================================*
       01  CLAIM-BIMG-REC.
           05  LB-TIMESTAMP          PIC 9(14).
           05  LB-ACTION             PIC X(1).
               88  LB-ACTION-ADD     VALUE 'A'.
               88  LB-ACTION-CHANGE  VALUE 'C'.
               88  LB-ACTION-DELETE  VALUE 'D'.
      *    更新前の請求レコードイメージ（CPYCLAIMと同一の並び・長さ）
           05  LB-CLAIM-IMAGE.
               10  LB-IMG-CLAIM-NO   PIC 9(9).
               10  FILLER            PIC X(106).
