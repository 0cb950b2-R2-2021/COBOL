      *    ***  RESEND,ID   : 指定interfaceを再送(台帳へ新しい行)
      *    ***  REPORT      : 応答未確認の一覧(日締めレポート)。
      *    ***                未確認が残ればRETURN-CODE=8
      *    *** 送信失敗と、REPORTで見つかった応答未確認はNOTIFYで
      *    *** 当番へ配信する(EXCLOGへも記録される)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             XMITREG.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

      *    *** 台帳テーブル(最大500件)
       01  REG-TBL-AREA.
       S250-EX.
           EXIT.

      *    *** 送信失敗をNOTIFYで配信する(EXCLOGへも記録される)
       S290-10.

           MOVE    "SEND  "    TO      WNT-ID
           MOVE    WK-PGM-NAME TO      WNT-PGM
           MOVE    "E"         TO      WNT-SEV
           MOVE    "NT0003"    TO      WNT-MSGID
           MOVE    WK-DS-IFID (I) TO   WNT-SUB1
           MOVE    WK-DS-SRC (I) TO    WNT-SUB2
           MOVE    "XMIT FAILED" TO    WNT-EXC-STATUS
           MOVE    WK-DS-IFID (I) TO   WNT-EXC-LOC
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           .
       S290-EX.
           EXIT.
                               " STATE=" WK-RG-STATE (K)
                               " REC=" WK-RG-RECS (K)
                               " (" WK-RG-SRC (K) ")"
                       PERFORM S510-10     THRU    S510-EX
               END-IF
           END-PERFORM
           DISPLAY WK-PGM-NAME " 未確認=" WK-UNACK-CNT
       S500-EX.
           EXIT.

      *    *** 台帳行(K)の応答未確認をNOTIFYで配信する
      *    *** (同じinterfaceは抑止時間内は1回だけ配信される)
       S510-10.

           MOVE    "SEND  "    TO      WNT-ID
           MOVE    WK-PGM-NAME TO      WNT-PGM
           IF      WK-RG-STATE (K) =   "F"
                   MOVE    "E"         TO      WNT-SEV
           ELSE
                   MOVE    "W"         TO      WNT-SEV
           END-IF
           MOVE    "NT0004"    TO      WNT-MSGID
           MOVE    WK-RG-IFID (K) TO   WNT-SUB1
           MOVE    SPACE       TO      WNT-SUB2
           STRING  WK-RG-SEQ (K)       DELIMITED BY SIZE
                   " STATE="           DELIMITED BY SIZE
                   WK-RG-STATE (K)     DELIMITED BY SIZE
                   INTO    WNT-SUB2
           MOVE    "XMIT NOT ACKNOWLEDGED" TO WNT-EXC-STATUS
           MOVE    WK-RG-IFID (K) TO   WNT-EXC-LOC
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           .
       S510-EX.
           EXIT.

      *    *** 台帳の書き直し(全件)
       S800-10.

