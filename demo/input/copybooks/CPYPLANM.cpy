      *    更新時の被保険者年齢上限（新開始日時点の年齢がこれを
      *    超える契約は自動更新せず据置転換へ回す。ゼロは上限なし）
           05  PL-MAX-RENEW-AGE      PIC 9(3).
      *    新規申込時の被保険者年齢上限（責任開始日時点の年齢が
      *    これを超える申込は謝絶する。ゼロ・空白は上限なし）
           05  PL-MAX-ISSUE-AGE      PIC 9(3).
      *    新規申込時の保険金額上限（万円単位。ゼロ・空白は種別
      *    としての上限なしで、申込処理の全体上限のみ適用する）
           05  PL-MAX-SUM-INSURED-MAN PIC 9(5).
