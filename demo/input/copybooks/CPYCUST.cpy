               88  CU-CONTACT-MAIL   VALUE 'M'.
               88  CU-CONTACT-PHONE  VALUE 'P'.
               88  CU-CONTACT-EMAIL  VALUE 'E'.
      *    宛先不達（返送郵便受付RTNMAILで設定し、CUSTMNTで郵便
      *    番号・住所を訂正したとき解除する。不達の顧客宛ての請求書・
      *    督促状・通知は印字へ回さず住所調査リスト（ADRTRACE）へ
      *    出力する）
           05  CU-UNDELIV-FLAG       PIC X(1).
               88  CU-UNDELIVERABLE  VALUE 'Y'.
           05  CU-UNDELIV-DATE       PIC 9(8).
      *    不達理由（01=宛所不明/02=転居先不明/03=受取拒否/
      *    99=その他）
           05  CU-UNDELIV-REASON     PIC X(2).
               88  CU-UNDELIV-VALID-REASON
                                     VALUE '01' '02' '03' '99'.
      *    取引停止（反社会的勢力・制裁対象の照合WLSCREENで該当を
      *    確定したときWLREVIEWで設定・解除する。停止中の顧客は
      *    新規契約の追加・満期給付金・返戻金の支払を行わない）
           05  CU-SCREEN-HOLD        PIC X(1).
               88  CU-SCREEN-HELD    VALUE 'H'.
           05  FILLER                PIC X(8).
