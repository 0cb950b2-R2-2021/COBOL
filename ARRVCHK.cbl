      *    ***   OK      = 到着済みで件数も満たす
      *    ***   SHORT   = 到着済みだが件数不足
      *    ***   MISSING = 未着(最遅時刻前)
      *    ***   LATE    = 未着のまま最遅時刻超過(NOTIFYで当番へ
      *    ***             配信、EXCLOGへも記録され朝のダイジェスト
      *    ***             に出る)
      *    *** 未着/不足が1件でもあればRETURN-CODE=8で終わる
      *    *** (CONDSETの停止条件でチェーンを止められる)


           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

       PROCEDURE               DIVISION.
       M100-10.
       S200-EX.
           EXIT.

      *    *** 判定。未着のまま最遅時刻超過はNOTIFYで配信する
       S300-10.

           EVALUATE TRUE
       S300-EX.
           EXIT.

      *    *** 最遅時刻超過の未着をNOTIFYで配信(EXCLOGへも記録)
       S310-10.

           MOVE    "SEND  "    TO      WNT-ID
           MOVE    WK-PGM-NAME TO      WNT-PGM
           MOVE    "E"         TO      WNT-SEV
           MOVE    "NT0001"    TO      WNT-MSGID
           MOVE    WK-PIN1-F-NAME TO   WNT-SUB1
           MOVE    SPACE       TO      WNT-SUB2
           STRING  "LATE="     DELIMITED BY SIZE
                   WK-LATE-HHMM DELIMITED BY SIZE
                   " NOW="     DELIMITED BY SIZE
                   WK-NOW-HHMM DELIMITED BY SIZE
                   INTO    WNT-SUB2
           MOVE    "ARRIVAL LATE"      TO      WNT-EXC-STATUS
           MOVE    WK-PIN1-F-NAME      TO      WNT-EXC-LOC
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           .
       S310-EX.
           EXIT.
