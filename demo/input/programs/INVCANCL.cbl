      *    赤伝は経理の帳簿処理用のため宛先情報は転記しない
           MOVE SPACES TO IV-POSTAL-CODE.
           MOVE SPACES TO IV-ADDRESS.
           MOVE SPACE TO IV-PRINT-HOLD.
           WRITE OUT-INVOICE-REC.
           ADD 1 TO WS-CREDIT-CNT.

      *    補記する（未消込ファイルは宛先を保持しない）
           MOVE SPACES TO IV-POSTAL-CODE.
           MOVE SPACES TO IV-ADDRESS.
           MOVE SPACE TO IV-PRINT-HOLD.
           WRITE OUT-INVOICE-REC.
           PERFORM REGISTER-REISSUE-OPEN.
           ADD 1 TO WS-REISSUE-CNT.
