      *    ***                  未解決の持ち越し回数を+1する
      *    *** 状態レコードは日付+時刻+プログラム名でEXCLOG行と
      *    *** 突き合わせ、状態の無いEXCLOG行は新規(N)として取り込む
      *    *** REPORTの後はLOGSEAL SEALでログを封印する(シフト毎の
      *    *** 封印。封印の不一致はLOGSEALがNOTIFYで配信する)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SHIFTLOG.
           03  WK-TOP-E        PIC  ZZZ9 VALUE ZERO.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-HEAD-LINE    PIC  X(076) VALUE SPACE.
           03  WK-SYS-CMD      PIC  X(080) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

      *    *** 状態ファイル書き直し、CLOSE
           PERFORM S800-10     THRU    S800-EX
           PERFORM S900-10     THRU    S900-EX

      *    *** シフト境界でログを封印する
           IF      WK-MODE     =       "REPORT"
                   PERFORM S950-10     THRU    S950-EX
           END-IF
           .
       M100-EX.
           STOP    RUN.
           END-IF

      *    *** 画面(消込)はSECCHKのサインオンと更新権限が必要
      *    *** (MAINMENUから起動された時は引継ぎ券で再開する)
           IF      WK-MODE     =       "SCREEN"
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
                           STOP    RUN
           .
       S900-EX.
           EXIT.

      *    *** LOGSEAL SEAL(本プログラムの終了行も封印に含める)
       S950-10.

           MOVE    "cobcrun LOGSEAL SEAL" TO WK-SYS-CMD
           CALL    "SYSTEM"    USING   WK-SYS-CMD
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " LOGSEAL RC NOT ZERO"
                           " (封印台帳を確認)"
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       S950-EX.
           EXIT.
