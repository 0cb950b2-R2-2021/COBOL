      *    ***          受け取る
      *    ***  REVIEW: 承認者がサインオンし、保留を確認して
      *    ***          A,n(承認) / R,n(却下) / L(一覧) / Q(終了)
      *    ***          対象TXNENTRY.HLD(取引入力の与信保留)は
      *    ***          一覧に与信限度/売掛残高/未計上/与信残高を
      *    ***          出し、承認(解除)/却下にはSECCHKの
      *    ***          (TXNENTRY,CREDREL)権限(与信管理者)が要る。
      *    ***          解除分はAPPLY,TXNENTRY.HLDで書き出し、
      *    ***          次回のTXNENTRYがバッチへ取り込む
      *    ***  APPLY,対象ファイル
      *    ***        : 承認済みを対象ファイル.TXNへ書き出し、
      *    ***          適用済み(X)にする
           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE SPACE.
           03  WK-TARGET       PIC  X(032) VALUE SPACE.
      *    *** 取引入力の与信保留(TXNENTRYが積む対象名)
           03  WK-HOLD-TARGET  PIC  X(032) VALUE "TXNENTRY.HLD".
           03  WK-TYPE         PIC  X(001) VALUE SPACE.
           03  WK-KEY          PIC  X(020) VALUE SPACE.
           03  WK-OPID         PIC  X(008) VALUE SPACE.

      *    *** REVIEW: 承認者サインオン(SECCHK)。申請者と同じIDは
      *    *** 承認できない(二人制御)。A,n/R,n/L/Q
      *    *** MAINMENUから起動された時は引継ぎ券で再開する
       S300-10.

           MOVE    "RESUME"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " APPROVER ID ?"
                   ACCEPT  WSC-OPID
                   DISPLAY WK-PGM-NAME " PASSWORD ?"
                   ACCEPT  WSC-PASS
                   MOVE    "SIGNON"    TO      WSC-ID
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           END-IF
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      RETURN-CODE
                           " BY=" WK-PD-REQ-OPID (I)
                   DISPLAY WK-PGM-NAME "  前=" WK-PD-BEFORE (I)
                   DISPLAY WK-PGM-NAME "  後=" WK-PD-AFTER (I)
                   IF      WK-PD-TARGET (I) =  WK-HOLD-TARGET
                       DISPLAY WK-PGM-NAME "  与信 限度="
                               WK-PD-AFTER (I) (49:11)
                               " 売掛=" WK-PD-AFTER (I) (61:12)
                               " 未計上=" WK-PD-AFTER (I) (74:11)
                       DISPLAY WK-PGM-NAME "       与信残高="
                               WK-PD-AFTER (I) (86:12)
                               " ﾘｽｸ=" WK-PD-AFTER (I) (46:1)
                               " 停止=" WK-PD-AFTER (I) (47:1)
                               " 理由=" WK-PD-AFTER (I) (99:2)
                   END-IF
               END-IF
           END-PERFORM
           .
                   GO  TO  S320-EX
           END-IF

      *    *** 与信保留の解除/却下は与信管理者(TXNENTRYの
      *    *** CREDREL権限)だけができる
           IF      WK-PD-TARGET (K) =  WK-HOLD-TARGET
                   MOVE    "CHECK "    TO      WSC-ID
                   MOVE    "TXNENTRY"  TO      WSC-PGM
                   MOVE    "CREDREL"   TO      WSC-FUNC
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
                   MOVE    "APPROVE "  TO      WSC-PGM
                   MOVE    "APPROVE"   TO      WSC-FUNC
                   IF      WSC-RESULT  NOT =   "Y"
                           DISPLAY WK-PGM-NAME
                                   " 与信保留の解除権限ﾅｼ"
                           GO  TO  S320-EX
                   END-IF
           END-IF

      *    *** 二人制御: 申請者と同じIDでは承認/却下できない
           IF      WK-PD-REQ-OPID (K) = WSC-OPID
                   DISPLAY WK-PGM-NAME
