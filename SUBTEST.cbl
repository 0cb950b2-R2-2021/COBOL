      *    *** 共通サブルーチンの単体テスト(表形式のケース)
      *    *** DATEWEEK/DATETIME/PERCHK/FLDCRYPT/CFGNAME/MSGCAT/
      *    *** ISPRIME/TERMCALC/NUMSVC を、サブルーチン毎のケース
      *    *** ファイル(SUBTEST.サブルーチン名)のとおりに呼び、
      *    *** 期待値の項目を全て比べてPASS/FAILと実際値/期待値を
      *    *** SUBTEST.POT1へ出す。
      *    ***
      *    *** 起動引数: 1=サブルーチン名(空白/ALL=全て)
      *    ***           2=ケースファイル(既定SUBTEST.サブルーチン名、
      *    ***             サブルーチン名を指定した時のみ)
      *    *** ALLの時、ケースファイルの無いサブルーチンは飛ばす。
      *    *** 名前を指定してケースファイルが無い時はRC=16
      *    *** 戻り値: RC=8 FAILあり(PROMOTEのGATE=SUBTEST,名前で
      *    ***         サブルーチンの昇格を止められる)
      *    ***
      *    *** ケースファイルの行("*"行はコメント):
      *    ***   CASE=ケースID(8桁まで),説明
      *    ***   IN=項目名,値      呼ぶ前に項目へ値を入れる
      *    ***   CALL              呼ぶ(省略時はEXP/ENDの前に呼ぶ)
      *    ***   EXP=項目名,値     呼んだ後の項目を期待値と比べる
      *    ***   END
      *    *** 項目名はCP*コピー句の接頭辞を除いた名前(DATE2-YMD、
      *    *** RESULT等)。数字項目は数値として比べる。値の後ろの
      *    *** 空白は無視する。ケース毎に域を初期化してから始め、
      *    *** CALLの後にIN=を続けると同じ域で続けて呼べる
      *    *** (FLDCRYPTのENC→DEC等)。日本語(N)項目は扱わない
      *    ***
      *    *** マスターを引くサブルーチン用に、最初のCASE=より前に
      *    *** テスト用マスターの行を書ける(実行の都度作り直すので、
      *    *** NUMSVCが連番を進めても次の実行の結果は変わらない)
      *    ***   PERCTL=会社,年度,期,状態
      *    ***            期間管理マスター(SUBTEST.PERCTL.DAT)に1件
      *    ***   NUMCTL=系列,接頭辞,桁数,切替え,期間,最終連番
      *    ***            採番管理マスター(SUBTEST.NUMCTL.DAT)に1件
      *    *** ケースはIN=F-NAME,SUBTEST.PERCTL.DAT等で指す。
      *    *** 会社休日カレンダーはIN=CAL-NAME,SUBTEST.CAL等で指す

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SUBTEST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** ケースファイル
           SELECT CAS1-F           ASSIGN   WK-CAS1-F-NAME
                               STATUS   WK-CAS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** テスト用の期間管理マスター(PERCHKと同じ形)
           SELECT FIX1-F           ASSIGN   WK-FIX1-F-NAME
                               STATUS   WK-FIX1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY FIX1-KEY.

      *    *** テスト用の採番管理マスター(NUMSVCと同じ形)
           SELECT FIX2-F           ASSIGN   WK-FIX2-F-NAME
                               STATUS   WK-FIX2-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY FIX2-SERIES.

      *    *** 結果
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  CAS1-F
           LABEL RECORDS ARE STANDARD.
       01  CAS1-REC.
           03  FILLER          PIC  X(300).

       FD  FIX1-F
           LABEL RECORDS ARE STANDARD.
       01  FIX1-REC.
           03  FIX1-KEY.
             05  FIX1-CO       PIC  X(004).
             05  FIX1-FY       PIC  9(002).
             05  FIX1-FP       PIC  9(002).
           03  FIX1-STATE      PIC  X(001).
           03  FIX1-CLOSED-BY  PIC  X(008).
           03  FIX1-CLOSED-YMD PIC  9(008).

       FD  FIX2-F
           LABEL RECORDS ARE STANDARD.
       01  FIX2-REC.
           03  FIX2-SERIES     PIC  X(008).
           03  FIX2-PREFIX     PIC  X(008).
           03  FIX2-WIDTH      PIC  9(002).
           03  FIX2-RESET      PIC  X(001).
           03  FIX2-PERIOD     PIC  9(004).
           03  FIX2-LAST       PIC  9(009).
           03  FIX2-NAME       PIC  X(030).
           03  FIX2-UPD-PGM    PIC  X(008).
           03  FIX2-UPD-USER   PIC  X(008).
           03  FIX2-UPD-YMD    PIC  9(008).
           03  FIX2-UPD-HMS    PIC  9(006).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SUBTEST ".

           03  WK-CAS1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "SUBTEST.POT1".
           03  WK-FIX1-F-NAME  PIC  X(032) VALUE "SUBTEST.PERCTL.DAT".
           03  WK-FIX2-F-NAME  PIC  X(032) VALUE "SUBTEST.NUMCTL.DAT".

           03  WK-CAS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-FIX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-FIX2-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-CAS1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG-SUB      PIC  X(008) VALUE SPACE.
           03  WK-ARG-CASE     PIC  X(032) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** 対象のサブルーチン
           03  WK-SUB          PIC  X(008) VALUE SPACE.

      *    *** ケースファイル1行の分解
           03  WK-KEY          PIC  X(010) VALUE SPACE.
           03  WK-REST         PIC  X(290) VALUE SPACE.
           03  WK-FLD          PIC  X(030) VALUE SPACE.
           03  WK-VAL          PIC  X(256) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-NO      BINARY-LONG SYNC VALUE ZERO.

      *    *** テスト用マスターの行の分解
           03  WK-FX           OCCURS 6
                               PIC  X(030) VALUE SPACE.
           03  WK-FX-ERR       PIC  X(001) VALUE SPACE.

      *    *** 項目の受け渡し
      *    *** WK-OP  S=項目へ入れる G=項目を取り出す
      *    *** WK-KIND X=文字 9=数字 空白=項目名不明
           03  WK-OP           PIC  X(001) VALUE SPACE.
           03  WK-KIND         PIC  X(001) VALUE SPACE.
           03  WK-ACT          PIC  X(256) VALUE SPACE.
           03  WK-ACT-NUM      PIC S9(015) VALUE ZERO.
           03  WK-NUM-E        PIC  -(15)9 VALUE ZERO.
           03  WK-ACT-E        PIC  X(060) VALUE SPACE.
           03  WK-EXP-E        PIC  X(060) VALUE SPACE.

      *    *** ケース
           03  WK-CASE-ID      PIC  X(008) VALUE SPACE.
           03  WK-CASE-DESC    PIC  X(100) VALUE SPACE.
           03  WK-CASE-EXP     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CASE-NG      BINARY-LONG SYNC VALUE ZERO.
      *    *** 結果の明細(FAIL時にケース行の後へ出す、最大20行)
           03  WK-MSG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-MSG          OCCURS 20
                               PIC  X(132) VALUE SPACE.

      *    *** 件数
           03  WK-S-CASE       BINARY-LONG SYNC VALUE ZERO.
           03  WK-S-PASS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-S-FAIL       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-SUB        BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-CASE       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-PASS       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-FAIL       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT3-E       PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT4-E       PIC  ZZZZ9 VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

      *    *** テスト対象の域
           COPY    CPDATEWEEK  REPLACING ==:##:== BY ==UDW==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==UDT==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==UPC==.

           COPY    CPFLDCRYPT  REPLACING ==:##:== BY ==UFC==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==UCF==.

           COPY    CPMSGCAT    REPLACING ==:##:== BY ==UMC==.

           COPY    CPISPRIME   REPLACING ==:##:== BY ==UIP==.

           COPY    CPTERMCALC  REPLACING ==:##:== BY ==UTC==.

           COPY    CPNUMSVC    REPLACING ==:##:== BY ==UNS==.

      *    *** テストできるサブルーチン(ALLの時はこの順)
       01  SUB-TBL-AREA.
           03  SUB-TBL.
             05  FILLER        PIC  X(008) VALUE "DATEWEEK".
             05  FILLER        PIC  X(008) VALUE "DATETIME".
             05  FILLER        PIC  X(008) VALUE "PERCHK  ".
             05  FILLER        PIC  X(008) VALUE "FLDCRYPT".
             05  FILLER        PIC  X(008) VALUE "CFGNAME ".
             05  FILLER        PIC  X(008) VALUE "MSGCAT  ".
             05  FILLER        PIC  X(008) VALUE "ISPRIME ".
             05  FILLER        PIC  X(008) VALUE "TERMCALC".
             05  FILLER        PIC  X(008) VALUE "NUMSVC  ".
           03  SUB-TBL-R       REDEFINES SUB-TBL.
             05  SUB-NAME      OCCURS 9
                               PIC  X(008).

       01  SW-AREA.
      *    *** Y=ケースの途中
           03  SW-IN-CASE      PIC  X(001) VALUE "N".
      *    *** Y=IN=の後まだ呼んでいない
           03  SW-PENDING      PIC  X(001) VALUE "N".
      *    *** Y=一度以上呼んだ
           03  SW-CALLED       PIC  X(001) VALUE "N".
      *    *** Y=最初のCASE=を読んだ(テスト用マスターの行は不可)
           03  SW-FIX-DONE     PIC  X(001) VALUE "N".
      *    *** Y=テスト用マスターを作成中(OPEN中)
           03  SW-FIX1-OPEN    PIC  X(001) VALUE "N".
           03  SW-FIX2-OPEN    PIC  X(001) VALUE "N".

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、OPEN
           PERFORM S010-10     THRU    S010-EX

           IF      WK-RC-SAVE  =       ZERO
               IF      WK-ARG-SUB  =       SPACE   OR
                       WK-ARG-SUB  =       "ALL"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
                       MOVE    SUB-NAME (I) TO     WK-SUB
                       MOVE    SPACE       TO      WK-CAS1-F-NAME
                       PERFORM S100-10     THRU    S100-EX
                   END-PERFORM
               ELSE
                   MOVE    WK-ARG-SUB  TO      WK-SUB
                   MOVE    WK-ARG-CASE TO      WK-CAS1-F-NAME
                   PERFORM S100-10     THRU    S100-EX
               END-IF
               PERFORM S800-10     THRU    S800-EX
           END-IF

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX

           MOVE    WK-RC-SAVE  TO      RETURN-CODE
           .
       M100-EX.
           STOP    RUN.

       S010-10.

           DISPLAY WK-PGM-NAME " START"

           MOVE    WK-PGM-NAME TO      WDT-DATE-TIME-PGM
           MOVE    "S"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA

           MOVE    "O"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-ARG-SUB  FROM    ARGUMENT-VALUE
                   MOVE    UPPER-CASE (WK-ARG-SUB) TO WK-ARG-SUB
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-ARG-CASE FROM    ARGUMENT-VALUE
           END-IF

      *    *** 名前の指定はテストできるサブルーチンに限る
           IF      WK-ARG-SUB  NOT =   SPACE   AND
                   WK-ARG-SUB  NOT =   "ALL"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
                           OR SUB-NAME (I) = WK-ARG-SUB
                       CONTINUE
                   END-PERFORM
                   IF      I           >       9
                           DISPLAY WK-PGM-NAME " ARG-1 ERROR="
                                   WK-ARG-SUB
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S010-EX
                   END-IF
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    SPACE       TO      POT1-REC
           STRING  "SUBTEST 単体ﾃｽﾄ " DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** サブルーチン1本分のケースファイル
       S100-10.

           IF      WK-CAS1-F-NAME =    SPACE
                   STRING  "SUBTEST."  DELIMITED BY SIZE
                           WK-SUB      DELIMITED BY SPACE
                           INTO    WK-CAS1-F-NAME
           END-IF

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           OPEN    INPUT       CAS1-F
           IF      WK-CAS1-STATUS NOT =  ZERO
               IF      WK-ARG-SUB  =       SPACE   OR
                       WK-ARG-SUB  =       "ALL"
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "* "        DELIMITED BY SIZE
                           WK-SUB      DELIMITED BY SIZE
                           " ｹｰｽ無し ("  DELIMITED BY SIZE
                           WK-CAS1-F-NAME DELIMITED BY SPACE
                           ")"         DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               ELSE
                   DISPLAY WK-PGM-NAME " CAS1-F OPEN ERROR STATUS="
                           WK-CAS1-STATUS " (" WK-CAS1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
               END-IF
               GO  TO  S100-EX
           END-IF

           ADD     1           TO      WK-T-SUB
           MOVE    ZERO        TO      WK-S-CASE   WK-S-PASS
                                       WK-S-FAIL   WK-LINE-NO
           MOVE    "N"         TO      SW-IN-CASE  SW-FIX-DONE
           MOVE    LOW-VALUE   TO      WK-CAS1-EOF
           PERFORM UNTIL WK-CAS1-EOF = HIGH-VALUE
               READ    CAS1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CAS1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LINE-NO
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   CAS1-F
           PERFORM S180-10     THRU    S180-EX

      *    *** ENDの無い最後のケース
           IF      SW-IN-CASE  =       "Y"
                   PERFORM S150-10     THRU    S150-EX
           END-IF
           ADD     WK-S-CASE   TO      WK-T-CASE
           ADD     WK-S-PASS   TO      WK-T-PASS
           ADD     WK-S-FAIL   TO      WK-T-FAIL

           MOVE    WK-S-CASE   TO      WK-CNT-E
           MOVE    WK-S-PASS   TO      WK-CNT2-E
           MOVE    WK-S-FAIL   TO      WK-CNT3-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "* "        DELIMITED BY SIZE
                   WK-SUB      DELIMITED BY SIZE
                   " ｹｰｽ="     DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " PASS="    DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " FAIL="    DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   " ("        DELIMITED BY SIZE
                   WK-CAS1-F-NAME DELIMITED BY SPACE
                   ")"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " " WK-SUB " CASE=" WK-CNT-E
                   " PASS=" WK-CNT2-E " FAIL=" WK-CNT3-E
           .
       S100-EX.
           EXIT.

      *    *** ケースファイル1行
       S110-10.

           IF      CAS1-REC (1:1) =    "*"     OR
                   CAS1-REC    =       SPACE
                   GO  TO  S110-EX
           END-IF

      *    *** 値の中の"="、","はそのまま残す
           MOVE    SPACE       TO      WK-KEY  WK-REST
           MOVE    1           TO      WK-PTR
           UNSTRING CAS1-REC   DELIMITED BY "="
               INTO WK-KEY
               WITH POINTER WK-PTR
           END-UNSTRING
           IF      WK-PTR      <=      300
                   MOVE    CAS1-REC (WK-PTR:) TO WK-REST
           END-IF
           MOVE    UPPER-CASE (WK-KEY) TO WK-KEY

           IF      WK-KEY      =       "PERCTL" OR
                   WK-KEY      =       "NUMCTL"
                   PERFORM S170-10     THRU    S170-EX
                   GO  TO  S110-EX
           END-IF

           IF      WK-KEY      NOT =   "CASE"  AND
                   SW-IN-CASE  =       "N"
                   MOVE    "ｹｰｽの外の行"   TO      WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
                   GO  TO  S110-EX
           END-IF

           EVALUATE WK-KEY
               WHEN "CASE"
      *    *** テスト用マスターは最初のケースの前に閉じる
                   IF      SW-FIX-DONE =       "N"
                           PERFORM S180-10     THRU    S180-EX
                           MOVE    "Y"         TO      SW-FIX-DONE
                   END-IF
      *    *** ENDの無い前のケースはここで締める
                   IF      SW-IN-CASE  =       "Y"
                           PERFORM S150-10     THRU    S150-EX
                   END-IF
                   MOVE    SPACE       TO      WK-CASE-ID
                                               WK-CASE-DESC
                   MOVE    1           TO      WK-PTR
                   UNSTRING WK-REST    DELIMITED BY ","
                       INTO WK-CASE-ID
                       WITH POINTER WK-PTR
                   END-UNSTRING
                   IF      WK-PTR      <=      290
                           MOVE    WK-REST (WK-PTR:) TO WK-CASE-DESC
                   END-IF
                   MOVE    "Y"         TO      SW-IN-CASE
                   MOVE    "N"         TO      SW-PENDING
                                               SW-CALLED
                   MOVE    ZERO        TO      WK-CASE-EXP
                                               WK-CASE-NG
                                               WK-MSG-CNT
                   PERFORM S200-10     THRU    S200-EX
               WHEN "IN"
                   PERFORM S130-10     THRU    S130-EX
                   MOVE    "S"         TO      WK-OP
                   PERFORM S300-10     THRU    S300-EX
                   EVALUATE WK-KIND
                       WHEN SPACE
                           MOVE    "項目名不明" TO     WK-ACT-E
                           PERFORM S120-10     THRU    S120-EX
                       WHEN "E"
                           MOVE    "数値でない" TO     WK-ACT-E
                           PERFORM S120-10     THRU    S120-EX
                   END-EVALUATE
                   MOVE    "Y"         TO      SW-PENDING
               WHEN "CALL"
                   PERFORM S400-10     THRU    S400-EX
               WHEN "EXP"
                   IF      SW-PENDING  =       "Y"     OR
                           SW-CALLED   =       "N"
                           PERFORM S400-10     THRU    S400-EX
                   END-IF
                   PERFORM S130-10     THRU    S130-EX
                   PERFORM S500-10     THRU    S500-EX
               WHEN "END"
                   PERFORM S150-10     THRU    S150-EX
               WHEN OTHER
                   MOVE    "行の誤り"  TO      WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
           END-EVALUATE
           .
       S110-EX.
           EXIT.

      *    *** ケースファイルの誤り(行番号付きでケースをFAILにする、
      *    *** ケースの外ならRC=16)
       S120-10.

           MOVE    WK-LINE-NO  TO      WK-CNT-E
           IF      SW-IN-CASE  =       "Y"
                   ADD     1           TO      WK-CASE-NG
                   MOVE    SPACE       TO      WK-EXP-E
                   STRING  WK-ACT-E    DELIMITED BY SPACE
                           " 行="      DELIMITED BY SIZE
                           WK-CNT-E    DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           CAS1-REC (1:40) DELIMITED BY SIZE
                           INTO    WK-EXP-E
                   PERFORM S160-10     THRU    S160-EX
           ELSE
                   DISPLAY WK-PGM-NAME " " WK-CAS1-F-NAME
                           " " WK-ACT-E " 行=" WK-CNT-E
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** 項目名,値 の分解(値は最初の","の後ろ全部)
       S130-10.

           MOVE    SPACE       TO      WK-FLD  WK-VAL
           MOVE    1           TO      WK-PTR
           UNSTRING WK-REST    DELIMITED BY ","
               INTO WK-FLD
               WITH POINTER WK-PTR
           END-UNSTRING
           MOVE    UPPER-CASE (WK-FLD) TO WK-FLD
           IF      WK-PTR      <=      290
                   MOVE    WK-REST (WK-PTR:) TO WK-VAL
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** ケースの締め(結果の行と明細)
       S150-10.

           IF      SW-PENDING  =       "Y"     OR
                   SW-CALLED   =       "N"
                   PERFORM S400-10     THRU    S400-EX
           END-IF
           MOVE    "N"         TO      SW-IN-CASE

           ADD     1           TO      WK-S-CASE
           MOVE    SPACE       TO      POT1-REC
      *    *** 期待値の無いケースは確かめていないのでFAIL
           IF      WK-CASE-EXP =       ZERO    AND
                   WK-CASE-NG  =       ZERO
                   MOVE    "期待値(EXP=)無し"  TO      WK-EXP-E
                   PERFORM S160-10     THRU    S160-EX
                   ADD     1           TO      WK-CASE-NG
           END-IF
           IF      WK-CASE-NG  =       ZERO
                   ADD     1           TO      WK-S-PASS
                   STRING  "PASS "     DELIMITED BY SIZE
                           INTO    POT1-REC
           ELSE
                   ADD     1           TO      WK-S-FAIL
                   STRING  "FAIL "     DELIMITED BY SIZE
                           INTO    POT1-REC
           END-IF
           MOVE    WK-SUB      TO      POT1-REC (6:8)
           MOVE    WK-CASE-ID  TO      POT1-REC (15:8)
           MOVE    WK-CASE-DESC TO     POT1-REC (24:)
           WRITE   POT1-REC
           IF      WK-CASE-NG  >       ZERO
                   DISPLAY WK-PGM-NAME " FAIL " WK-SUB " " WK-CASE-ID
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-MSG-CNT
                       MOVE    WK-MSG (J)  TO      POT1-REC
                       WRITE   POT1-REC
                   END-PERFORM
                   MOVE    8           TO      WK-RC-SAVE
           END-IF
           .
       S150-EX.
           EXIT.

      *    *** 明細1行(WK-EXP-Eの内容)を溜める
       S160-10.

           IF      WK-MSG-CNT  <       20
                   ADD     1           TO      WK-MSG-CNT
                   MOVE    SPACE       TO      WK-MSG (WK-MSG-CNT)
                   STRING  "       "   DELIMITED BY SIZE
                           WK-EXP-E    DELIMITED BY SIZE
                           INTO    WK-MSG (WK-MSG-CNT)
           END-IF
           .
       S160-EX.
           EXIT.

      *    *** テスト用マスターの行(PERCTL=/NUMCTL=)
       S170-10.

           IF      SW-FIX-DONE =       "Y"
                   MOVE    "ｹｰｽの後のﾏｽﾀｰ行"
                                       TO      WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
                   GO  TO  S170-EX
           END-IF

           MOVE    SPACE       TO      WK-FX-ERR
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               MOVE    SPACE       TO      WK-FX (J)
           END-PERFORM
           UNSTRING WK-REST    DELIMITED BY ","
               INTO WK-FX (1) WK-FX (2) WK-FX (3)
                    WK-FX (4) WK-FX (5) WK-FX (6)
           END-UNSTRING

           IF      WK-KEY      =       "PERCTL"
                   PERFORM S171-10     THRU    S171-EX
           ELSE
                   PERFORM S172-10     THRU    S172-EX
           END-IF
           .
       S170-EX.
           EXIT.

      *    *** 期間管理マスター1件(会社,年度,期,状態)
       S171-10.

           IF      SW-FIX1-OPEN =      "N"
                   OPEN    OUTPUT      FIX1-F
                   IF      WK-FIX1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " FIX1-F OPEN ERROR STATUS="
                                   WK-FIX1-STATUS " ("
                                   WK-FIX1-F-NAME ")"
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S171-EX
                   END-IF
                   MOVE    "Y"         TO      SW-FIX1-OPEN
           END-IF

           MOVE    SPACE       TO      FIX1-REC
           MOVE    ZERO        TO      FIX1-CLOSED-YMD
           MOVE    WK-FX (1)   TO      FIX1-CO
           MOVE    2           TO      J
           PERFORM S175-10     THRU    S175-EX
           MOVE    WK-ACT-NUM  TO      FIX1-FY
           MOVE    3           TO      J
           PERFORM S175-10     THRU    S175-EX
           MOVE    WK-ACT-NUM  TO      FIX1-FP
           MOVE    WK-FX (4)   TO      FIX1-STATE
           IF      WK-FX-ERR   =       "Y"
                   GO  TO  S171-EX
           END-IF

           WRITE   FIX1-REC
               INVALID KEY
                   MOVE    "ｷｰの重複"  TO      WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
           END-WRITE
           .
       S171-EX.
           EXIT.

      *    *** 採番管理マスター1件
      *    *** (系列,接頭辞,桁数,切替え,期間,最終連番)
       S172-10.

           IF      SW-FIX2-OPEN =      "N"
                   OPEN    OUTPUT      FIX2-F
                   IF      WK-FIX2-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " FIX2-F OPEN ERROR STATUS="
                                   WK-FIX2-STATUS " ("
                                   WK-FIX2-F-NAME ")"
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S172-EX
                   END-IF
                   MOVE    "Y"         TO      SW-FIX2-OPEN
           END-IF

           MOVE    SPACE       TO      FIX2-REC
           MOVE    ZERO        TO      FIX2-UPD-YMD FIX2-UPD-HMS
           MOVE    WK-FX (1)   TO      FIX2-SERIES
      *    *** 接頭辞 "-" は接頭辞無し(NUMCTL DEFINEと同じ)
           IF      WK-FX (2)   NOT =   "-"
                   MOVE    WK-FX (2)   TO      FIX2-PREFIX
           END-IF
           MOVE    3           TO      J
           PERFORM S175-10     THRU    S175-EX
           MOVE    WK-ACT-NUM  TO      FIX2-WIDTH
           MOVE    WK-FX (4)   TO      FIX2-RESET
           MOVE    5           TO      J
           PERFORM S175-10     THRU    S175-EX
           MOVE    WK-ACT-NUM  TO      FIX2-PERIOD
           MOVE    6           TO      J
           PERFORM S175-10     THRU    S175-EX
           MOVE    WK-ACT-NUM  TO      FIX2-LAST
           MOVE    "SUBTEST"   TO      FIX2-NAME   FIX2-UPD-PGM
           IF      WK-FX-ERR   =       "Y"
                   GO  TO  S172-EX
           END-IF

           WRITE   FIX2-REC
               INVALID KEY
                   MOVE    "ｷｰの重複"  TO      WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
           END-WRITE
           .
       S172-EX.
           EXIT.

      *    *** テスト用マスターの数字項目(WK-FX (J))
      *    *** 数値でない時はWK-FX-ERRをYにしてRC=16
       S175-10.

           MOVE    ZERO        TO      WK-ACT-NUM
           MOVE    "S"         TO      WK-OP
           MOVE    WK-FX (J)   TO      WK-VAL
           PERFORM S305-10     THRU    S305-EX
           IF      WK-KIND     =       "9"
                   COMPUTE WK-ACT-NUM = NUMVAL (WK-VAL)
           ELSE
                   MOVE    "Y"         TO      WK-FX-ERR
                   MOVE    "数値でない" TO     WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
           END-IF
           .
       S175-EX.
           EXIT.

      *    *** テスト用マスターを閉じる(サブルーチンが開く前)
       S180-10.

           IF      SW-FIX1-OPEN =      "Y"
                   CLOSE   FIX1-F
                   MOVE    "N"         TO      SW-FIX1-OPEN
           END-IF
           IF      SW-FIX2-OPEN =      "Y"
                   CLOSE   FIX2-F
                   MOVE    "N"         TO      SW-FIX2-OPEN
           END-IF
           .
       S180-EX.
           EXIT.

      *    *** ケース毎に対象の域を初期化
       S200-10.

           EVALUATE WK-SUB
               WHEN "DATEWEEK"
                   INITIALIZE UDW-DATEWEEK-AREA
               WHEN "DATETIME"
                   INITIALIZE UDT-DATETIME-AREA
               WHEN "PERCHK"
                   INITIALIZE UPC-PERCHK-AREA
               WHEN "FLDCRYPT"
                   INITIALIZE UFC-FLDCRYPT-AREA
               WHEN "CFGNAME"
                   INITIALIZE UCF-CFGNAME-AREA
               WHEN "MSGCAT"
                   INITIALIZE UMC-MSGCAT-AREA
               WHEN "ISPRIME"
                   INITIALIZE UIP-ISPRIME-AREA
               WHEN "TERMCALC"
                   INITIALIZE UTC-TERMCALC-AREA
               WHEN "NUMSVC"
                   INITIALIZE UNS-NUMSVC-AREA
           END-EVALUATE
           .
       S200-EX.
           EXIT.

      *    *** 項目名(WK-FLD)で項目を入れる(WK-OP=S、値WK-VAL)/
      *    *** 取り出す(WK-OP=G、WK-ACT又はWK-ACT-NUM)
      *    *** 数字項目へ入れる値が数値でない時はWK-KINDを"E"にする
       S300-10.

           MOVE    SPACE       TO      WK-KIND WK-ACT
           MOVE    ZERO        TO      WK-ACT-NUM

           EVALUATE WK-SUB
               WHEN "DATEWEEK"
                   PERFORM S310-10     THRU    S310-EX
               WHEN "DATETIME"
                   PERFORM S320-10     THRU    S320-EX
               WHEN "PERCHK"
                   PERFORM S330-10     THRU    S330-EX
               WHEN "FLDCRYPT"
                   PERFORM S340-10     THRU    S340-EX
               WHEN "CFGNAME"
                   PERFORM S350-10     THRU    S350-EX
               WHEN "MSGCAT"
                   PERFORM S360-10     THRU    S360-EX
               WHEN "ISPRIME"
                   PERFORM S370-10     THRU    S370-EX
               WHEN "TERMCALC"
                   PERFORM S380-10     THRU    S380-EX
               WHEN "NUMSVC"
                   PERFORM S390-10     THRU    S390-EX
           END-EVALUATE
           .
       S300-EX.
           EXIT.

      *    *** 数字項目へ入れる値の確認(WK-KINDは9のまま、
      *    *** 数値でなければ"E")
       S305-10.

           MOVE    "9"         TO      WK-KIND
           IF      WK-OP       =       "S"
               IF  WK-VAL      =       SPACE   OR
                   TEST-NUMVAL (WK-VAL) NOT = ZERO
                   MOVE    "E"         TO      WK-KIND
               END-IF
           END-IF
           .
       S305-EX.
           EXIT.

      *    *** DATEWEEK
       S310-10.

           EVALUATE WK-FLD
               WHEN "DATE2-ID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-DATE2-ID
                   ELSE
                       MOVE    UDW-DATE2-ID TO     WK-ACT
                   END-IF
               WHEN "DATE2-YMD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-DATE2-YMD-9 = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-DATE2-YMD-9 TO  WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE2-YYYY"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-DATE2-YYYY = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-DATE2-YYYY TO   WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE2-MM"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-DATE2-MM = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-DATE2-MM TO     WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE2-DD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-DATE2-DD = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-DATE2-DD TO     WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE2-WEEK"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-DATE2-WEEK = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-DATE2-WEEK TO   WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE2-WEEK-NA"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-DATE2-WEEK-NA
                   ELSE
                       MOVE    UDW-DATE2-WEEK-NA TO WK-ACT
                   END-IF
               WHEN "URUU"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-URUU
                   ELSE
                       MOVE    UDW-URUU    TO      WK-ACT
                   END-IF
               WHEN "NISUU"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-NISUU = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-NISUU   TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "BDAY-NUM"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-BDAY-NUM = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-BDAY-NUM TO     WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "ERA-GO"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-ERA-GO
                   ELSE
                       MOVE    UDW-ERA-GO  TO      WK-ACT
                   END-IF
               WHEN "ERA-YY"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-ERA-YY = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-ERA-YY  TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE2-YMD-B"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-DATE2-YMD-B
                   ELSE
                       MOVE    UDW-DATE2-YMD-B TO  WK-ACT
                   END-IF
               WHEN "INT-YEARS"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-INT-YEARS = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-INT-YEARS TO    WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "INT-MONTHS"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-INT-MONTHS = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-INT-MONTHS TO   WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "INT-DAYS"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-INT-DAYS = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-INT-DAYS TO     WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "SCH-RULE"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-SCH-RULE
                   ELSE
                       MOVE    UDW-SCH-RULE TO     WK-ACT
                   END-IF
               WHEN "SCH-DAY"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-SCH-DAY = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-SCH-DAY TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "SCH-ADJ"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-SCH-ADJ
                   ELSE
                       MOVE    UDW-SCH-ADJ TO      WK-ACT
                   END-IF
               WHEN "SCH-BASE-YM"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDW-SCH-BASE-YM = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDW-SCH-BASE-YM TO  WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "SCH-HIT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-SCH-HIT
                   ELSE
                       MOVE    UDW-SCH-HIT TO      WK-ACT
                   END-IF
               WHEN "HOLIDAY"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-HOLIDAY
                   ELSE
                       MOVE    UDW-HOLIDAY TO      WK-ACT
                   END-IF
               WHEN "CAL-NAME"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDW-CAL-NAME
                   ELSE
                       MOVE    UDW-CAL-NAME TO     WK-ACT
                   END-IF
           END-EVALUATE
           .
       S310-EX.
           EXIT.

      *    *** DATETIME
       S320-10.

           EVALUATE WK-FLD
               WHEN "DATE-TIME-ID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDT-DATE-TIME-ID
                   ELSE
                       MOVE    UDT-DATE-TIME-ID TO WK-ACT
                   END-IF
               WHEN "DATE-TIME-PGM"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDT-DATE-TIME-PGM
                   ELSE
                       MOVE    UDT-DATE-TIME-PGM TO WK-ACT
                   END-IF
               WHEN "DATE-LUP-COM"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDT-DATE-LUP-COM
                   ELSE
                       MOVE    UDT-DATE-LUP-COM TO WK-ACT
                   END-IF
               WHEN "DATE-FY-YMD"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UDT-DATE-FY-YMD
                   ELSE
                       MOVE    UDT-DATE-FY-YMD TO  WK-ACT
                   END-IF
               WHEN "DATE-FY"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDT-DATE-FY = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDT-DATE-FY TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATE-FP"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UDT-DATE-FP = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UDT-DATE-FP TO      WK-ACT-NUM
                       END-IF
                   END-IF
           END-EVALUATE
           .
       S320-EX.
           EXIT.

      *    *** PERCHK
       S330-10.

           EVALUATE WK-FLD
               WHEN "CO"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UPC-CO
                   ELSE
                       MOVE    UPC-CO      TO      WK-ACT
                   END-IF
               WHEN "YMD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UPC-YMD = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UPC-YMD     TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "FY"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UPC-FY = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UPC-FY      TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "FP"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UPC-FP = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UPC-FP      TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "STATE"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UPC-STATE
                   ELSE
                       MOVE    UPC-STATE   TO      WK-ACT
                   END-IF
               WHEN "RESULT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UPC-RESULT
                   ELSE
                       MOVE    UPC-RESULT  TO      WK-ACT
                   END-IF
               WHEN "F-NAME"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UPC-F-NAME
                   ELSE
                       MOVE    UPC-F-NAME  TO      WK-ACT
                   END-IF
           END-EVALUATE
           .
       S330-EX.
           EXIT.

      *    *** FLDCRYPT
       S340-10.

           EVALUATE WK-FLD
               WHEN "ID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UFC-ID
                   ELSE
                       MOVE    UFC-ID      TO      WK-ACT
                   END-IF
               WHEN "KEYID"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UFC-KEYID = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UFC-KEYID   TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DATA"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UFC-DATA
                   ELSE
                       MOVE    UFC-DATA    TO      WK-ACT
                   END-IF
               WHEN "LEN"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UFC-LEN = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UFC-LEN     TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "RESULT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UFC-RESULT
                   ELSE
                       MOVE    UFC-RESULT  TO      WK-ACT
                   END-IF
           END-EVALUATE
           .
       S340-EX.
           EXIT.

      *    *** CFGNAME
       S350-10.

           EVALUATE WK-FLD
               WHEN "ID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UCF-ID
                   ELSE
                       MOVE    UCF-ID      TO      WK-ACT
                   END-IF
               WHEN "LOGICAL"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UCF-LOGICAL
                   ELSE
                       MOVE    UCF-LOGICAL TO      WK-ACT
                   END-IF
               WHEN "PHYSICAL"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UCF-PHYSICAL
                   ELSE
                       MOVE    UCF-PHYSICAL TO     WK-ACT
                   END-IF
               WHEN "FOUND"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UCF-FOUND
                   ELSE
                       MOVE    UCF-FOUND   TO      WK-ACT
                   END-IF
           END-EVALUATE
           .
       S350-EX.
           EXIT.

      *    *** MSGCAT
       S360-10.

           EVALUATE WK-FLD
               WHEN "ID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-ID
                   ELSE
                       MOVE    UMC-ID      TO      WK-ACT
                   END-IF
               WHEN "MSGID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-MSGID
                   ELSE
                       MOVE    UMC-MSGID   TO      WK-ACT
                   END-IF
               WHEN "LANG"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-LANG
                   ELSE
                       MOVE    UMC-LANG    TO      WK-ACT
                   END-IF
               WHEN "SEV"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-SEV
                   ELSE
                       MOVE    UMC-SEV     TO      WK-ACT
                   END-IF
               WHEN "SUB1"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-SUB1
                   ELSE
                       MOVE    UMC-SUB1    TO      WK-ACT
                   END-IF
               WHEN "SUB2"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-SUB2
                   ELSE
                       MOVE    UMC-SUB2    TO      WK-ACT
                   END-IF
               WHEN "TEXT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UMC-TEXT
                   ELSE
                       MOVE    UMC-TEXT    TO      WK-ACT
                   END-IF
           END-EVALUATE
           .
       S360-EX.
           EXIT.

      *    *** ISPRIME
       S370-10.

           EVALUATE WK-FLD
               WHEN "NUM"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UIP-NUM = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UIP-NUM     TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "RESULT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UIP-RESULT
                   ELSE
                       MOVE    UIP-RESULT  TO      WK-ACT
                   END-IF
           END-EVALUATE
           .
       S370-EX.
           EXIT.

      *    *** TERMCALC
       S380-10.

           EVALUATE WK-FLD
               WHEN "TERM"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UTC-TERM
                   ELSE
                       MOVE    UTC-TERM    TO      WK-ACT
                   END-IF
               WHEN "INV-YMD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UTC-INV-YMD = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UTC-INV-YMD TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "F-NAME"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UTC-F-NAME
                   ELSE
                       MOVE    UTC-F-NAME  TO      WK-ACT
                   END-IF
               WHEN "RESULT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UTC-RESULT
                   ELSE
                       MOVE    UTC-RESULT  TO      WK-ACT
                   END-IF
               WHEN "REASON-CD"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UTC-REASON-CD
                   ELSE
                       MOVE    UTC-REASON-CD TO    WK-ACT
                   END-IF
               WHEN "CUT-YMD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UTC-CUT-YMD = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UTC-CUT-YMD TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "DUE-YMD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UTC-DUE-YMD = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UTC-DUE-YMD TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "NAME"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UTC-NAME
                   ELSE
                       MOVE    UTC-NAME    TO      WK-ACT
                   END-IF
           END-EVALUATE
           .
       S380-EX.
           EXIT.

      *    *** NUMSVC
       S390-10.

           EVALUATE WK-FLD
               WHEN "ID"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-ID
                   ELSE
                       MOVE    UNS-ID      TO      WK-ACT
                   END-IF
               WHEN "SERIES"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-SERIES
                   ELSE
                       MOVE    UNS-SERIES  TO      WK-ACT
                   END-IF
               WHEN "PGM"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-PGM
                   ELSE
                       MOVE    UNS-PGM     TO      WK-ACT
                   END-IF
               WHEN "USER"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-USER
                   ELSE
                       MOVE    UNS-USER    TO      WK-ACT
                   END-IF
               WHEN "YMD"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UNS-YMD = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UNS-YMD     TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "MEMO"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-MEMO
                   ELSE
                       MOVE    UNS-MEMO    TO      WK-ACT
                   END-IF
               WHEN "F-NAME"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-F-NAME
                   ELSE
                       MOVE    UNS-F-NAME  TO      WK-ACT
                   END-IF
               WHEN "F-LOG"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-F-LOG
                   ELSE
                       MOVE    UNS-F-LOG   TO      WK-ACT
                   END-IF
               WHEN "NUMBER"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-NUMBER
                   ELSE
                       MOVE    UNS-NUMBER  TO      WK-ACT
                   END-IF
               WHEN "SEQ"
                   PERFORM S305-10     THRU    S305-EX
                   IF      WK-KIND     =       "9"
                       IF  WK-OP       =       "S"
                           COMPUTE UNS-SEQ = NUMVAL (WK-VAL)
                       ELSE
                           MOVE    UNS-SEQ     TO      WK-ACT-NUM
                       END-IF
                   END-IF
               WHEN "RESULT"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-RESULT
                   ELSE
                       MOVE    UNS-RESULT  TO      WK-ACT
                   END-IF
               WHEN "REASON-CD"
                   MOVE    "X"         TO      WK-KIND
                   IF      WK-OP       =       "S"
                       MOVE    WK-VAL      TO      UNS-REASON-CD
                   ELSE
                       MOVE    UNS-REASON-CD TO    WK-ACT
                   END-IF
           END-EVALUATE
           .
       S390-EX.
           EXIT.

      *    *** サブルーチンを呼ぶ
       S400-10.

           MOVE    "N"         TO      SW-PENDING
           MOVE    "Y"         TO      SW-CALLED
      *    *** 入力の誤りで既にFAILのケースは呼ばない
           IF      WK-CASE-NG  >       ZERO
                   GO  TO  S400-EX
           END-IF

      *    *** DATEWEEK/DATETIMEは不明なIDで実行を止めるので
      *    *** 呼ぶ前に弾く
           EVALUATE WK-SUB
               WHEN "DATEWEEK"
                   IF      UDW-DATE2-ID =      "A" OR "R" OR "B" OR "G"
                                            OR "W" OR "I" OR "S" OR "H"
                       CALL    "DATEWEEK"  USING   UDW-DATEWEEK-AREA
                   ELSE
                       MOVE    "DATE2-ID不正(A/R/B/G/W/I/S/H)"
                                               TO      WK-EXP-E
                       PERFORM S160-10     THRU    S160-EX
                       ADD     1           TO      WK-CASE-NG
                   END-IF
               WHEN "DATETIME"
                   IF      UDT-DATE-TIME-ID =  "S" OR "L" OR "E" OR "F"
                       CALL    "DATETIME"  USING   UDT-DATETIME-AREA
                   ELSE
                       MOVE    "DATE-TIME-ID不正(S/L/E/F)"
                                               TO      WK-EXP-E
                       PERFORM S160-10     THRU    S160-EX
                       ADD     1           TO      WK-CASE-NG
                   END-IF
               WHEN "PERCHK"
                   CALL    "PERCHK"    USING   UPC-PERCHK-AREA
               WHEN "FLDCRYPT"
                   CALL    "FLDCRYPT"  USING   UFC-FLDCRYPT-AREA
               WHEN "CFGNAME"
                   CALL    "CFGNAME"   USING   UCF-CFGNAME-AREA
               WHEN "MSGCAT"
                   CALL    "MSGCAT"    USING   UMC-MSGCAT-AREA
               WHEN "ISPRIME"
                   CALL    "ISPRIME"   USING   UIP-ISPRIME-AREA
               WHEN "TERMCALC"
                   CALL    "TERMCALC"  USING   UTC-TERMCALC-AREA
               WHEN "NUMSVC"
                   CALL    "NUMSVC"    USING   UNS-NUMSVC-AREA
           END-EVALUATE
           .
       S400-EX.
           EXIT.

      *    *** 期待値1項目の比較
       S500-10.

           ADD     1           TO      WK-CASE-EXP
           MOVE    "G"         TO      WK-OP
           PERFORM S300-10     THRU    S300-EX

           EVALUATE WK-KIND
               WHEN SPACE
                   MOVE    "項目名不明" TO     WK-ACT-E
                   PERFORM S120-10     THRU    S120-EX
               WHEN "9"
                   MOVE    WK-ACT-NUM  TO      WK-NUM-E
                   MOVE    TRIM (WK-NUM-E) TO  WK-ACT-E
                   IF      WK-VAL      =       SPACE   OR
                           TEST-NUMVAL (WK-VAL) NOT = ZERO
                       MOVE    "期待値が数値でない" TO WK-ACT-E
                       PERFORM S120-10     THRU    S120-EX
                   ELSE
                       IF  NUMVAL (WK-VAL) NOT = WK-ACT-NUM
                           PERFORM S510-10     THRU    S510-EX
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE    WK-ACT      TO      WK-ACT-E
                   IF      WK-VAL      NOT =   WK-ACT
                       PERFORM S510-10     THRU    S510-EX
                   END-IF
           END-EVALUATE
           .
       S500-EX.
           EXIT.

      *    *** 不一致の明細(項目名 期待=… 実際=…)
       S510-10.

           ADD     1           TO      WK-CASE-NG
           MOVE    WK-VAL      TO      WK-EXP-E
           IF      WK-MSG-CNT  <       20
               ADD     1           TO      WK-MSG-CNT
               MOVE    SPACE       TO      WK-MSG (WK-MSG-CNT)
               STRING  "       "   DELIMITED BY SIZE
                       WK-FLD      DELIMITED BY SPACE
                       " 期待=["   DELIMITED BY SIZE
                       TRIM (WK-EXP-E TRAILING) DELIMITED BY SIZE
                       "] 実際=["  DELIMITED BY SIZE
                       TRIM (WK-ACT-E TRAILING) DELIMITED BY SIZE
                       "]"         DELIMITED BY SIZE
                       INTO    WK-MSG (WK-MSG-CNT)
           END-IF
           .
       S510-EX.
           EXIT.

      *    *** 合計
       S800-10.

           MOVE    WK-T-SUB    TO      WK-CNT-E
           MOVE    WK-T-CASE   TO      WK-CNT2-E
           MOVE    WK-T-PASS   TO      WK-CNT3-E
           MOVE    WK-T-FAIL   TO      WK-CNT4-E
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "* 合計 ｻﾌﾞﾙｰﾁﾝ=" DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " ｹｰｽ="     DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " PASS="    DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   " FAIL="    DELIMITED BY SIZE
                   WK-CNT4-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " SUB=" WK-CNT-E " CASE=" WK-CNT2-E
                   " PASS=" WK-CNT3-E " FAIL=" WK-CNT4-E
           .
       S800-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           IF      WK-POT1-STATUS =    ZERO
                   CLOSE   POT1-F
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       POT1-REC

           DISPLAY WK-PGM-NAME " END RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
