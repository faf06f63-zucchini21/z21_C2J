      *================================================================*
      * CPYINSD - 被保険者明細マスタ（INSDMAST）レコードレイアウト
      * 保険料計算（INSCALC）が必要とする査定属性（生年月日・性別・
      * 等級・保険金額・特約フラグ）を契約番号＋被保険者連番を
      * キーに保持する。1契約に複数の被保険者（家族型の配偶者・
      * 子）を登録でき、連番01を主たる被保険者（本人）とする
      * INSDMNTで保守し、INSDEXTRが契約マスタと突き合わせて
      * 計算入力ファイルを作成する
      *================================================================*
       01  INSURED-DETAIL-REC.
           05  ID-DETAIL-KEY.
               10  ID-CONTRACT-NO    PIC X(10).
               10  ID-INSURED-SEQ    PIC 9(2).
      *    続柄（1=本人(主たる被保険者)/2=配偶者/3=子/9=その他）
           05  ID-RELATION-CODE      PIC X(1).
               88  ID-REL-SELF       VALUE '1'.
               88  ID-REL-SPOUSE     VALUE '2'.
               88  ID-REL-CHILD      VALUE '3'.
               88  ID-REL-OTHER      VALUE '9'.
               88  ID-REL-VALID      VALUE '1' '2' '3' '9'.
           05  ID-BIRTH-DATE         PIC 9(8).
           05  ID-GENDER             PIC X(1).
               88  ID-GENDER-MALE    VALUE 'M'.
                   88  ID-RIDER-SURG-YES VALUE 'Y'.
               10  ID-RIDER-CANC     PIC X(1).
                   88  ID-RIDER-CANC-YES VALUE 'Y'.
           05  FILLER                PIC X(12).
