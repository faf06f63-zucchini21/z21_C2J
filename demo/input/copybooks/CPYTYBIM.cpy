      *================================================================*
      * CPYTYBIM - 再保険特約マスタ更新前イメージログ（TYBIMG）
      * レコードレイアウト
      * TRTYMNTが追記し、監査・手作業復旧が入力として使用する。
      * 更新前イメージは特約レコード（CPYTRTY）と同一長のまま
      * 保持し、復旧時はそのままマスタレコードへ複写する
      *================================================================*
       01  TREATY-BIMG-REC.
           05  TB-TIMESTAMP          PIC 9(14).
           05  TB-ACTION             PIC X(1).
               88  TB-ACTION-ADD     VALUE 'A'.
               88  TB-ACTION-CHANGE  VALUE 'C'.
               88  TB-ACTION-DELETE  VALUE 'D'.
      *    更新前の特約レコードイメージ（CPYTRTYと同一の並び・長さ）
           05  TB-TREATY-IMAGE.
               10  TB-IMG-TREATY-KEY PIC X(11).
               10  FILLER            PIC X(100).
