      *================================================================*
      * CPYAGBIM - 代理店マスタ更新前イメージログ（AGBIMG）
      * レコードレイアウト
      * AGYMNTが追記し、監査・手作業復旧が入力として使用する。
      * 更新前イメージは代理店レコード（CPYAGCY）と同一長のまま
      * 保持し、復旧時はそのままマスタレコードへ複写する
      *================================================================*
       01  AGENCY-BIMG-REC.
           05  AB-TIMESTAMP          PIC 9(14).
           05  AB-ACTION             PIC X(1).
               88  AB-ACTION-ADD     VALUE 'A'.
               88  AB-ACTION-CHANGE  VALUE 'C'.
               88  AB-ACTION-DELETE  VALUE 'D'.
               88  AB-ACTION-TERMINATE VALUE 'T'.
      *    更新前の代理店レコードイメージ（CPYAGCYと同一の並び・長さ）
           05  AB-AGENCY-IMAGE.
               10  AB-IMG-AGENCY-CODE PIC X(5).
               10  FILLER             PIC X(142).
