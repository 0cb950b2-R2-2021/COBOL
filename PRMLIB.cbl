                   GO  TO  S500-EX
           END-IF

      *    *** MAINMENUから起動された時は引継ぎ券で再開する
           MOVE    "RESUME"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " OPERATOR ID ?"
                   ACCEPT  WSC-OPID
                   DISPLAY WK-PGM-NAME " PASSWORD ?"
                   ACCEPT  WSC-PASS
                   MOVE    "SIGNON"    TO      WSC-ID
                   CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           END-IF
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      RETURN-CODE
