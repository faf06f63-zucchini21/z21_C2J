      * LOAD-ERROR-CATALOGで設定する（テーブルの形だけを共有する）
      *================================================================*
       01  WS-ERROR-CATALOG.
           05  WS-EC-ENTRY OCCURS 20 TIMES
                           INDEXED BY WS-EC-IDX.
               10  WS-EC-CODE        PIC X(4).
               10  WS-EC-MESSAGE     PIC X(50).
