      * CPYRATIN - 保険料計算入力ファイル（CONTIN）レコードレイアウト
      * INSDEXTRが契約マスタと被保険者明細マスタを突き合わせて作成
      * し、保険料計算（INSCALC）が入力として使用する
      * 被保険者ごとに1件（契約番号＋被保険者連番の順）
      *================================================================*
       01  IN-CONTRACT-REC.
           05  IC-CONTRACT-NO        PIC X(10).
                   88  IC-RIDER-SURG-YES VALUE 'Y'.
               10  IC-RIDER-CANC     PIC X(1).
                   88  IC-RIDER-CANC-YES VALUE 'Y'.
           05  IC-INSURED-SEQ        PIC 9(2).
           05  IC-RELATION-CODE      PIC X(1).
           05  FILLER                PIC X(34).
