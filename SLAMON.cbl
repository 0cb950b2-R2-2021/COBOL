      *    ***                    直近平均処理時間から見て納期までの
      *    ***                    残り時間が警告リード分を切っている
      *    ***   OK             = 納期内に完了
      *    *** を判定し、違反はNOTIFYで当番へ配信する(EXCLOGへも
      *    *** 記録され、朝のダイジェスト、集計レポートが拾える)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SLAMON.

           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==WDW==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

      *    *** SLA定義と当日実績の集計テーブル
       01  SLA-TBL-AREA.
       S300-EX.
           EXIT.

      *    *** SLA違反をNOTIFYで配信する(EXCLOGへも記録される)
       S310-10.

           MOVE    "SEND  "    TO      WNT-ID
           MOVE    WK-SLA-JOB (I) TO   WNT-PGM
           MOVE    "E"         TO      WNT-SEV
           MOVE    "NT0002"    TO      WNT-MSGID
           MOVE    WK-SLA-JOB (I) TO   WNT-SUB1
           MOVE    SPACE       TO      WNT-SUB2
           STRING  WK-STATE    DELIMITED BY SPACE
                   " DEADLINE=" DELIMITED BY SIZE
                   WK-SLA-DL (I) DELIMITED BY SIZE
                   INTO    WNT-SUB2
           MOVE    "SLA BREACH" TO     WNT-EXC-STATUS
           MOVE    WK-STATE    TO      WNT-EXC-LOC
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           .
       S310-EX.
           EXIT.
