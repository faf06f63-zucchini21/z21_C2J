      *    顧客マスタから転記する宛先情報（顧客未登録時は空白）
           05  IV-POSTAL-CODE        PIC X(8).
           05  IV-ADDRESS            PIC N(30).
      *    印字保留（H=宛先不達の顧客宛てのため印字しない。債権と
      *    しては従来どおり登録し、住所調査リストから再送する）
           05  IV-PRINT-HOLD         PIC X(1).
               88  IV-PRINT-SUPPRESSED VALUE 'H'.
           05  FILLER                PIC X(6).
