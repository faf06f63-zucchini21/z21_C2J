      *================================================================*
      * CPYBZBIM - 営業日カレンダマスタ更新前イメージログ（BZBIMG）
      * レコードレイアウト
      * CALMAINTが追記し、監査・手作業復旧が入力として使用する。
      * 更新前イメージはカレンダレコード（CPYBZCAL）と同一長のまま
      * 保持し、復旧時はそのままマスタレコードへ複写する
      *================================================================*
       01  CAL-BIMG-REC.
           05  ZB-TIMESTAMP          PIC 9(14).
           05  ZB-ACTION             PIC X(1).
               88  ZB-ACTION-ADD     VALUE 'A'.
               88  ZB-ACTION-CHANGE  VALUE 'C'.
               88  ZB-ACTION-DELETE  VALUE 'D'.
      *    更新前のカレンダレコードイメージ
      *    （CPYBZCALと同一の並び・長さ）
           05  ZB-CALENDAR-IMAGE.
               10  ZB-IMG-YEAR       PIC 9(4).
               10  FILLER            PIC X(396).
