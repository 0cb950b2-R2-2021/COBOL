      *    *** 警報の確認待ち監視とエスカレーション(配信プログラム)
      *    *** NOTIFYサブルーチンが配信した警報は警報台帳
      *    *** (NOTIFY.LOG)とEXCLOG(STATEMENTにNOTIFY=警報番号)へ
      *    *** 残る。本プログラムをJOBSCHED等で数分毎に起動し、
      *    ***   ・EXCLOGの警報行がSHIFTLOGで確認済(A)/解決済(R)に
      *    ***     なっていれば台帳を確認済(K)にする
      *    ***   ・配信済(S)のまま経路表のESC分を過ぎても確認されて
      *    ***     いない警報を、ESCCH/ESCDESTへエスカレーション
      *    ***     配信し(X)、当番の次の人を呼ぶ
      *    ***   ・配信失敗(F)を同じ配信先へ再送する
      *    ***   ・未確認の警報一覧をPOT1へ書く
      *    *** 保存日数を過ぎた抑止(D)/確認済(K)の行は台帳から消す。
      *    *** エスカレーションした警報が未確認で残っていれば
      *    *** RETURN-CODE=4で終わる。
      *    *** 起動引数: 1=保存日数(既定7)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             NOTIFYDL.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 警報台帳(全件読み/書き直し)
           SELECT LGR1-F           ASSIGN   WK-LGR1-F-NAME
                               STATUS   WK-LGR1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** EXCLOGが追記する共通例外ログ
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** SHIFTLOGの消込状態ファイル
           SELECT STA1-F           ASSIGN   WK-STA1-F-NAME
                               STATUS   WK-STA1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 未確認警報レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

      *    *** NOTIFYのLGR1-RECと同一レイアウト
       FD  LGR1-F
           LABEL RECORDS ARE STANDARD.
       01  LGR1-REC.
           03  LGR1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LGR1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LGR1-HMS        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LGR1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LGR1-SEV        PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LGR1-MSGID      PIC  X(006).
           03  FILLER          PIC  X(001).
           03  LGR1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  LGR1-CH         PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LGR1-DEST       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LGR1-ESC-MIN    PIC  9(004).
           03  FILLER          PIC  X(001).
           03  LGR1-ESC-CH     PIC  X(008).
           03  FILLER          PIC  X(001).
           03  LGR1-ESC-DEST   PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LGR1-SUB1       PIC  X(020).
           03  FILLER          PIC  X(001).
           03  LGR1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).
           03  LGR1-UPD-HMS    PIC  9(006).
           03  FILLER          PIC  X(001).
           03  LGR1-TEXT       PIC  X(080).

      *    *** EXCLOGが書込むPOT1-REC(150バイト)と同一レイアウト
       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC            PIC  X(150).
       01  PIN1-REC-R          REDEFINES PIN1-REC.
           03  PIN1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  PIN1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  PIN1-HMS        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  PIN1-STATUS     PIC  X(040).
           03  FILLER          PIC  X(001).
           03  PIN1-LOCATION   PIC  X(060).
           03  FILLER          PIC  X(001).
           03  PIN1-STATEMENT  PIC  X(021).

      *    *** SHIFTLOGのSTA1-RECと同一レイアウト
       FD  STA1-F
           LABEL RECORDS ARE STANDARD.
       01  STA1-REC.
           03  STA1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  STA1-HMS        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  STA1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  STA1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  STA1-OPID       PIC  X(008).
           03  FILLER          PIC  X(001).
           03  STA1-COMMENT    PIC  X(030).
           03  FILLER          PIC  X(001).
           03  STA1-CARRY      PIC  9(003).
           03  FILLER          PIC  X(001).
           03  STA1-UPD-YMD    PIC  9(008).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(150).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "NOTIFYDL".

           03  WK-LGR1-F-NAME  PIC  X(032) VALUE "NOTIFY.LOG".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "EXCLOG.LOG".
           03  WK-STA1-F-NAME  PIC  X(032) VALUE "SHIFTLOG.STA".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "NOTIFYDL.POT1".

           03  WK-LGR1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-STA1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-LGR1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-STA1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG          PIC  X(010) VALUE SPACE.
      *    *** 台帳の保存日数(D/K行)
           03  WK-KEEP-DAYS    BINARY-LONG SYNC VALUE 7.
           03  WK-KEEP-LIMIT   BINARY-LONG SYNC VALUE ZERO.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-X        PIC  X(008) VALUE SPACE.
           03  WK-NOW-HMS      PIC  9(006) VALUE ZERO.
           03  WK-NOW-MIN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LGR-MIN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-WAIT-MIN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ACK-SEQ      PIC  9(006) VALUE ZERO.
           03  WK-FOUND        PIC  X(001) VALUE "N".

           03  WK-ACK-CNT      PIC  9(004) VALUE ZERO.
           03  WK-ESC-CNT      PIC  9(004) VALUE ZERO.
           03  WK-RETRY-CNT    PIC  9(004) VALUE ZERO.
           03  WK-OPEN-CNT     PIC  9(004) VALUE ZERO.
           03  WK-XOPEN-CNT    PIC  9(004) VALUE ZERO.
           03  WK-PURGE-CNT    PIC  9(004) VALUE ZERO.
           03  WK-WAIT-E       PIC  ZZZZ9 VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

           COPY    CPNOTIFY    REPLACING ==:##:== BY ==WNT==.

      *    *** 警報台帳テーブル(最大1000件)
       01  LGR-TBL-AREA.
           03  WK-LG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LG-TBL       OCCURS 1000.
             05  WK-LG-REC     PIC  X(250) VALUE SPACE.

      *    *** SHIFTLOGで確認済/解決済の例外(最大500件)
       01  ACK-TBL-AREA.
           03  WK-AK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AK-TBL       OCCURS 500.
             05  WK-AK-YMD     PIC  9(008) VALUE ZERO.
             05  WK-AK-HMS     PIC  9(008) VALUE ZERO.
             05  WK-AK-PGM     PIC  X(008) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、台帳とSHIFTLOG状態の読込
           PERFORM S010-10     THRU    S010-EX
           PERFORM S100-10     THRU    S100-EX
           PERFORM S150-10     THRU    S150-EX

      *    *** SHIFTLOGで確認された警報を確認済(K)にする
           PERFORM S200-10     THRU    S200-EX

      *    *** エスカレーションと配信失敗の再送
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-LG-CNT
               PERFORM S300-10     THRU    S300-EX
           END-PERFORM

      *    *** 未確認警報レポート、台帳書き直し、CLOSE
           PERFORM S400-10     THRU    S400-EX
           PERFORM S800-10     THRU    S800-EX
           PERFORM S900-10     THRU    S900-EX

           IF      WK-XOPEN-CNT >      ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       M100-EX.
           STOP    RUN.

       S010-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-ARG      FROM    ARGUMENT-VALUE
                   IF      TRIM(WK-ARG) IS NOT NUMERIC
                           DISPLAY WK-PGM-NAME
                                   " ARG-1=保存日数 ERROR=" WK-ARG
                           STOP    RUN
                   END-IF
                   MOVE    NUMVAL(WK-ARG) TO   WK-KEEP-DAYS
           END-IF

      *    *** 共有ログ/制御ファイルの物理パスをCFGNAMEで解決する
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-LGR1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-LGR1-F-NAME

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-PIN1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PIN1-F-NAME

           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-STA1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-STA1-F-NAME

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-X    FROM    TIME
           MOVE    WK-NOW-X (1:6) TO   WK-NOW-HMS
           COMPUTE WK-NOW-MIN  =
                   INTEGER-OF-DATE(WK-TODAY-YMD) * 1440
                   + NUMVAL(WK-NOW-X (1:2)) * 60
                   + NUMVAL(WK-NOW-X (3:2))
           COMPUTE WK-KEEP-LIMIT =
                   INTEGER-OF-DATE(WK-TODAY-YMD) - WK-KEEP-DAYS

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   STOP    RUN
           END-IF

           MOVE    "O"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** 警報台帳読込(無ければ警報なし)
       S100-10.

           OPEN    INPUT       LGR1-F
           IF      WK-LGR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LGR1-F ﾅｼ STATUS="
                           WK-LGR1-STATUS
                   GO  TO  S100-EX
           END-IF

           PERFORM UNTIL WK-LGR1-EOF = HIGH-VALUE
               READ    LGR1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LGR1-EOF
                   NOT AT  END
                       IF      WK-LG-CNT   <       1000
                           ADD     1           TO      WK-LG-CNT
                           MOVE    LGR1-REC    TO
                                   WK-LG-REC (WK-LG-CNT)
                       ELSE
                           DISPLAY WK-PGM-NAME
                                   " 台帳 1000件ｵｰﾊﾞｰ"
                           STOP    RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LGR1-F
           .
       S100-EX.
           EXIT.

      *    *** SHIFTLOGの状態ファイルから確認済(A)/解決済(R)を集める
       S150-10.

           OPEN    INPUT       STA1-F
           IF      WK-STA1-STATUS NOT =  ZERO
                   GO  TO  S150-EX
           END-IF

           PERFORM UNTIL WK-STA1-EOF = HIGH-VALUE
               READ    STA1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-STA1-EOF
                   NOT AT  END
                       IF    ( STA1-STATE  =       "A" OR "R" ) AND
                               WK-AK-CNT   <       500
                           ADD     1           TO      WK-AK-CNT
                           MOVE    STA1-YMD    TO
                                   WK-AK-YMD (WK-AK-CNT)
                           MOVE    STA1-HMS    TO
                                   WK-AK-HMS (WK-AK-CNT)
                           MOVE    STA1-PGM    TO
                                   WK-AK-PGM (WK-AK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   STA1-F
           .
       S150-EX.
           EXIT.

      *    *** EXCLOGの警報行(NOTIFY=番号)が確認されていれば、
      *    *** その番号の台帳行を確認済(K)にする
       S200-10.

           IF      WK-AK-CNT   =       ZERO
                   GO  TO  S200-EX
           END-IF

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       IF      PIN1-STATEMENT (1:7) = "NOTIFY="
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S200-EX.
           EXIT.

      *    *** 警報行1件の確認状態を台帳へ反映
       S210-10.

           MOVE    "N"         TO      WK-FOUND
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-AK-CNT OR WK-FOUND = "Y"
               IF      WK-AK-YMD (J) =     PIN1-YMD    AND
                       WK-AK-HMS (J) =     PIN1-HMS    AND
                       WK-AK-PGM (J) =     PIN1-PGM
                       MOVE    "Y"         TO      WK-FOUND
               END-IF
           END-PERFORM
           IF      WK-FOUND    =       "N"
                   GO  TO  S210-EX
           END-IF

           MOVE    PIN1-STATEMENT (8:6) TO WK-ACK-SEQ
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-LG-CNT
               MOVE    WK-LG-REC (J) TO    LGR1-REC
               IF      LGR1-SEQ    =       WK-ACK-SEQ  AND
                     ( LGR1-STATE  =   "S" OR "F" OR "X" )
                       MOVE    "K"         TO      LGR1-STATE
                       MOVE    WK-TODAY-YMD TO     LGR1-UPD-YMD
                       MOVE    WK-NOW-HMS  TO      LGR1-UPD-HMS
                       MOVE    LGR1-REC    TO      WK-LG-REC (J)
                       ADD     1           TO      WK-ACK-CNT
                       DISPLAY WK-PGM-NAME " 確認済 SEQ=" LGR1-SEQ
                               " " LGR1-PGM " " LGR1-MSGID
               END-IF
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** 台帳行(I): 確認待ち超過のエスカレーション、失敗の再送
       S300-10.

           MOVE    WK-LG-REC (I) TO    LGR1-REC

           EVALUATE LGR1-STATE
               WHEN "S"
                   IF      LGR1-ESC-MIN =      ZERO    OR
                           LGR1-ESC-CH  =      SPACE
                           GO  TO  S300-EX
                   END-IF
                   PERFORM S310-10     THRU    S310-EX
                   IF      WK-WAIT-MIN <       LGR1-ESC-MIN
                           GO  TO  S300-EX
                   END-IF
                   MOVE    LGR1-ESC-CH TO      WNT-CH
                   MOVE    LGR1-ESC-DEST TO    WNT-DEST
                   MOVE    WK-WAIT-MIN TO      WK-WAIT-E
                   MOVE    SPACE       TO      WNT-TEXT
                   STRING  "ESC "              DELIMITED BY SIZE
                           TRIM(WK-WAIT-E)     DELIMITED BY SIZE
                           "分未確認 "         DELIMITED BY SIZE
                           LGR1-TEXT           DELIMITED BY SIZE
                           INTO    WNT-TEXT
                   PERFORM S320-10     THRU    S320-EX
                   IF      WNT-RESULT  =       "Y"
                           MOVE    "X"         TO      LGR1-STATE
                           ADD     1           TO      WK-ESC-CNT
                           DISPLAY WK-PGM-NAME " ESCALATE SEQ="
                                   LGR1-SEQ " " LGR1-ESC-CH " "
                                   LGR1-ESC-DEST
                   END-IF
               WHEN "F"
                   MOVE    LGR1-CH     TO      WNT-CH
                   MOVE    LGR1-DEST   TO      WNT-DEST
                   MOVE    LGR1-TEXT   TO      WNT-TEXT
                   PERFORM S320-10     THRU    S320-EX
                   IF      WNT-RESULT  =       "Y"
                           MOVE    "S"         TO      LGR1-STATE
                           ADD     1           TO      WK-RETRY-CNT
                           DISPLAY WK-PGM-NAME " RETRY OK SEQ="
                                   LGR1-SEQ " " LGR1-CH
                   END-IF
               WHEN OTHER
                   GO  TO  S300-EX
           END-EVALUATE

           MOVE    WK-TODAY-YMD TO     LGR1-UPD-YMD
           MOVE    WK-NOW-HMS  TO      LGR1-UPD-HMS
           MOVE    LGR1-REC    TO      WK-LG-REC (I)
           .
       S300-EX.
           EXIT.

      *    *** 台帳行の配信からの経過分(WK-WAIT-MIN)
       S310-10.

           COMPUTE WK-LGR-MIN  =
                   INTEGER-OF-DATE(LGR1-YMD) * 1440
                   + INTEGER(LGR1-HMS / 10000) * 60
                   + MOD(INTEGER(LGR1-HMS / 100) 100)
           COMPUTE WK-WAIT-MIN =       WK-NOW-MIN - WK-LGR-MIN
           .
       S310-EX.
           EXIT.

      *    *** NOTIFYへ配信を依頼する(WNT-CH/DEST/TEXTは設定済み)
       S320-10.

           MOVE    "DLVR  "    TO      WNT-ID
           MOVE    LGR1-PGM    TO      WNT-PGM
           MOVE    LGR1-SEV    TO      WNT-SEV
           MOVE    LGR1-MSGID  TO      WNT-MSGID
           MOVE    LGR1-SEQ    TO      WNT-SEQ
           CALL    "NOTIFY"    USING   WNT-NOTIFY-AREA
           .
       S320-EX.
           EXIT.

      *    *** 未確認警報レポート(S/F/X)
       S400-10.

           MOVE    SPACE       TO      POT1-REC
           STRING  "未確認警報 "       DELIMITED BY SIZE
                   WK-TODAY-YMD        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WK-NOW-HMS          DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-LG-CNT
               MOVE    WK-LG-REC (I) TO    LGR1-REC
               IF      LGR1-STATE  =   "S" OR "F" OR "X"
                   ADD     1           TO      WK-OPEN-CNT
                   IF      LGR1-STATE  =       "X"
                           ADD     1           TO      WK-XOPEN-CNT
                   END-IF
                   PERFORM S310-10     THRU    S310-EX
                   MOVE    WK-WAIT-MIN TO      WK-WAIT-E
                   MOVE    SPACE       TO      POT1-REC
                   STRING  LGR1-STATE          DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-SEQ            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-YMD            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-HMS            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-SEV            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-PGM            DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-CH             DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           LGR1-DEST           DELIMITED BY SIZE
                           " 経過="            DELIMITED BY SIZE
                           WK-WAIT-E           DELIMITED BY SIZE
                           "分 "               DELIMITED BY SIZE
                           LGR1-TEXT           DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           STRING  "** 未確認="        DELIMITED BY SIZE
                   WK-OPEN-CNT         DELIMITED BY SIZE
                   " 内ｴｽｶﾚｰｼｮﾝ済="
                                       DELIMITED BY SIZE
                   WK-XOPEN-CNT        DELIMITED BY SIZE
                   " 今回確認="        DELIMITED BY SIZE
                   WK-ACK-CNT          DELIMITED BY SIZE
                   " 今回ｴｽｶﾚｰｼｮﾝ="
                                       DELIMITED BY SIZE
                   WK-ESC-CNT          DELIMITED BY SIZE
                   " 再送="            DELIMITED BY SIZE
                   WK-RETRY-CNT        DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S400-EX.
           EXIT.

      *    *** 台帳の書き直し(保存日数を過ぎたD/K行は落とす)
       S800-10.

           IF      WK-LG-CNT   =       ZERO
                   GO  TO  S800-EX
           END-IF

           OPEN    OUTPUT      LGR1-F
           IF      WK-LGR1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " LGR1-F OPEN ERROR STATUS="
                           WK-LGR1-STATUS
                   GO  TO  S800-EX
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-LG-CNT
               MOVE    WK-LG-REC (I) TO    LGR1-REC
               IF    ( LGR1-STATE  =   "D" OR "K" )    AND
                       INTEGER-OF-DATE(LGR1-YMD) < WK-KEEP-LIMIT
                       ADD     1           TO      WK-PURGE-CNT
               ELSE
                       WRITE   LGR1-REC
               END-IF
           END-PERFORM
           CLOSE   LGR1-F
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   POT1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END 未確認=" WK-OPEN-CNT
                   " 確認=" WK-ACK-CNT
                   " ESC=" WK-ESC-CNT
                   " 再送=" WK-RETRY-CNT
                   " 削除=" WK-PURGE-CNT

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
