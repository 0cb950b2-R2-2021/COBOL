      *    *** 暗号化されていない個人データの検出
      *    *** 抽出ファイルやマスターに、FLDCRYPBで暗号化されていない
      *    *** 個人データが紛れ込んでいないかを調べる。
      *    *** 管制ファイルに並べたファイルを読み、DT=のレイアウトが
      *    *** あれば項目毎に、無ければレコード全体にパターンを当てる。
      *    ***   TEL   電話番号の形(0始まり10/11桁、ハイフン無し又は2個)
      *    ***   EMAIL メールアドレス(xxx@xxx.xx)
      *    ***   MYNUM 12桁の個人番号(検査用数字が合う物)
      *    ***   POST  郵便番号(999-9999)の直後に住所らしい日本語
      *    ***   NAME  全角の氏名(漢字2文字以上)とカナの読み
      *    ***         (全角/半角カナ2文字以上)が空白等を挟んで並ぶ
      *    *** ファイル毎に、検出した位置(DT=nn、CSVの列、又は
      *    *** 先頭からの桁)と規則毎の件数、最初のレコード番号を出す。
      *    *** 値そのものは一切出さない。
      *    *** 個人データがあって当然のファイルはALLOW=で明示的に
      *    *** 許可し、許可済として出す(RCに影響しない)。
      *    *** 許可されない検出があればRC=4、読めないファイルはRC=8
      *    ***
      *    *** 起動引数: 1=管制ファイル(既定PIISCAN.PRM1)
      *    *** 管制ファイルの行:
      *    ***   FILE=ファイル名[,PRM=ﾊﾟﾗﾒｰﾀﾌｧｲﾙ][,RLEN=ﾚｺｰﾄﾞ長]
      *    ***       PRM= そのファイルのDT=nn,POS=p,LEN=l の行を持つ
      *    ***            パラメータ(FILEITEM/FLDCRYPBのPRM1等)
      *    ***       RLEN= 固定長レコード(改行無し)の時のレコード長
      *    ***            (無ければ行順編成として読む)
      *    ***   ALLOW=ファイル名[,DT=nn|COL=nn|POS=nnnn][,RULE=規則]
      *    ***       位置、規則を省くとファイルの全検出を許可
      *    ***   SAMPLE=ファイル毎に調べるレコード数(既定0=全件)
      *    ***   F-OT=レポート(既定PIISCAN.POT1)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PIISCAN.

       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 管制ファイル
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 調べるファイルのDT=レイアウト(1件ずつ開き直す)
           SELECT PRM2-F           ASSIGN   WK-PRM2-F-NAME
                               STATUS   WK-PRM2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 調べるファイル(行順編成、1件ずつ開き直す)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 検出レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PRM2-F
           LABEL RECORDS ARE STANDARD.
       01  PRM2-REC.
           03  FILLER          PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(4096).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PIISCAN ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "PIISCAN.PRM1".
           03  WK-PRM2-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "PIISCAN.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PRM2-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(032) VALUE SPACE.
           03  WK-KEY          PIC  X(010) VALUE SPACE.
           03  WK-VAL          PIC  X(032) VALUE SPACE.
           03  WK-NUM          BINARY-LONG SYNC VALUE ZERO.

      *    *** ファイル毎に調べるレコード数(0=全件)
           03  WK-SAMPLE       BINARY-LONG SYNC VALUE ZERO.

      *    *** 固定長レコード(改行無し)の読込み
           03  WK-IN-FILEHANDLE    USAGE POINTER.
           03  WK-IN-CFILE     PIC  X(033) VALUE SPACE.
           03  WK-IN-ACCESS    BINARY-LONG SYNC VALUE 1.
           03  WK-IN-LOCK      PIC  X(001) VALUE SPACE.
           03  WK-IN-DEV       PIC  X(001) VALUE SPACE.
           03  WK-IN-OFFSET    PIC  9(018) COMP VALUE ZERO.
           03  WK-IN-RDLEN     PIC  9(008) COMP VALUE ZERO.
           03  WK-IN-FLAGS     BINARY-CHAR SYNC VALUE ZERO.

      *    *** 調べるレコード
           03  WK-BUF          PIC  X(4096) VALUE SPACE.
           03  WK-REC-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-COMMA-CNT    BINARY-LONG SYNC VALUE ZERO.

      *    *** パターンを当てる範囲と位置
      *    *** WK-RULE-SET A:全規則 X:NAME以外 N:NAMEのみ
           03  WK-S-FROM       BINARY-LONG SYNC VALUE ZERO.
           03  WK-S-TO         BINARY-LONG SYNC VALUE ZERO.
           03  WK-RULE-SET     PIC  X(001) VALUE SPACE.
           03  WK-LOC-MODE     PIC  X(001) VALUE SPACE.
           03  WK-ADV          BINARY-LONG SYNC VALUE ZERO.
           03  WK-HIT-POS      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RULE         PIC  X(005) VALUE SPACE.
           03  P               BINARY-LONG SYNC VALUE ZERO.
           03  Q               BINARY-LONG SYNC VALUE ZERO.
           03  X               BINARY-LONG SYNC VALUE ZERO.

      *    *** 1バイトの文字種
           03  WK-CH           PIC  X(001) VALUE SPACE.
               88  WK-CH-DIGIT            VALUE "0" THRU "9".
               88  WK-CH-ALNUM            VALUE "0" THRU "9"
                                                "A" THRU "Z"
                                                "a" THRU "z".
               88  WK-CH-LOCAL            VALUE "0" THRU "9"
                                                "A" THRU "Z"
                                                "a" THRU "z"
                                                "." "_" "-" "+".
               88  WK-CH-DOMAIN           VALUE "0" THRU "9"
                                                "A" THRU "Z"
                                                "a" THRU "z"
                                                "." "-".
               88  WK-CH-JP-LEAD          VALUE X"E3" THRU X"E9"
                                                X"EF".

      *    *** 数字の並び(電話、個人番号、郵便番号)
           03  WK-DG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HY-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUN-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUN-OK       PIC  X(001) VALUE SPACE.
           03  WK-HY-DBL       PIC  X(001) VALUE SPACE.

      *    *** 個人番号の検査用数字
           03  WK-MN-N         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MN-Q         BINARY-LONG SYNC VALUE ZERO.
           03  WK-MN-D         PIC  9(001) VALUE ZERO.
           03  WK-MN-SUM       PIC  9(005) VALUE ZERO.
           03  WK-MN-SHOU      PIC  9(005) VALUE ZERO.
           03  WK-MN-AMARI     PIC  9(002) VALUE ZERO.
           03  WK-MN-CD        PIC  9(001) VALUE ZERO.

      *    *** メールアドレス
           03  WK-LP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DM-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DOT-POS      BINARY-LONG SYNC VALUE ZERO.

      *    *** 氏名とカナ(CC-KIND K:漢字 A:カナ S:区切り O:他)
           03  WK-CC-KIND      PIC  X(001) VALUE SPACE.
           03  WK-CC-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUN1-KIND    PIC  X(001) VALUE SPACE.
           03  WK-RUN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUN1-END     BINARY-LONG SYNC VALUE ZERO.
           03  WK-RUN2-KIND    PIC  X(001) VALUE SPACE.
           03  WK-RUN2-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-GAP-LEN      BINARY-LONG SYNC VALUE ZERO.

      *    *** 位置の見出し
           03  WK-LOC-KIND     PIC  X(001) VALUE SPACE.
           03  WK-LOC-NO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FOUND-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ALLOW-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-OVER      BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート
           03  WK-NO-E         PIC  9(004) VALUE ZERO.
           03  WK-CNT-E        PIC  ZZZZZZZ9 VALUE ZERO.
           03  WK-CNT-E2       PIC  ZZZZZZZ9 VALUE ZERO.
           03  WK-RLEN-E       PIC  ZZZ9   VALUE ZERO.
           03  WK-LOC-LBL      PIC  X(012) VALUE SPACE.
           03  WK-RULE-LBL     PIC  X(030) VALUE SPACE.
           03  WK-FILE-HITS    BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOT-HIT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOT-ALW      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOT-NG       BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOT-ERR      BINARY-LONG SYNC VALUE ZERO.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

      *    *** 調べるファイル(FILE=、最大100)
      *    *** FI-ERR=Y:読めない
       01  FILE-TBL-AREA.
           03  WK-FI-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FI-TBL       OCCURS 100.
             05  WK-FI-NAME    PIC  X(032) VALUE SPACE.
             05  WK-FI-PRM     PIC  X(032) VALUE SPACE.
             05  WK-FI-RLEN    BINARY-LONG SYNC VALUE ZERO.
             05  WK-FI-RECS    BINARY-LONG SYNC VALUE ZERO.
             05  WK-FI-ERR     PIC  X(001) VALUE SPACE.

      *    *** 許可(ALLOW=、最大100)
      *    *** AL-KIND 空白:ファイル全体 D:DT= C:列 P:桁
       01  ALLOW-TBL-AREA.
           03  WK-AL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AL-TBL       OCCURS 100.
             05  WK-AL-FILE    PIC  X(032) VALUE SPACE.
             05  WK-AL-KIND    PIC  X(001) VALUE SPACE.
             05  WK-AL-NO      BINARY-LONG SYNC VALUE ZERO.
             05  WK-AL-RULE    PIC  X(005) VALUE SPACE.
             05  WK-AL-USED    PIC  X(001) VALUE SPACE.

      *    *** 調べているファイルのDT=レイアウト(最大50)
       01  DT-TBL-AREA.
           03  WK-DT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DT-TBL       OCCURS 50.
             05  WK-DT-NO      BINARY-LONG SYNC VALUE ZERO.
             05  WK-DT-POS     BINARY-LONG SYNC VALUE ZERO.
             05  WK-DT-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 検出(ファイル×位置×規則、最大1000)
      *    *** HT-KIND D:DT= C:CSVの列 P:先頭からの桁
      *    *** HT-ALLOW Y:許可済
       01  HIT-TBL-AREA.
           03  WK-HT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-HT-TBL       OCCURS 1000.
             05  WK-HT-FILE    BINARY-LONG SYNC VALUE ZERO.
             05  WK-HT-KIND    PIC  X(001) VALUE SPACE.
             05  WK-HT-NO      BINARY-LONG SYNC VALUE ZERO.
             05  WK-HT-RULE    PIC  X(005) VALUE SPACE.
             05  WK-HT-CNT-R   BINARY-LONG SYNC VALUE ZERO.
             05  WK-HT-FIRST   BINARY-LONG SYNC VALUE ZERO.
             05  WK-HT-ALLOW   PIC  X(001) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、管制ファイル、レポートOPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** ファイル毎に読んで検出、レポート
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-FI-CNT
               PERFORM S100-10     THRU    S100-EX
               PERFORM S500-10     THRU    S500-EX
           END-PERFORM

      *    *** 使われなかった許可
           PERFORM S700-10     THRU    S700-EX

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

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S020-10     THRU    S020-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-FI-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F FILE= ﾅｼ"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS " (" WK-POT1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "PIISCAN 暗号化されていない"
                                       DELIMITED BY SIZE
                   "個人データ DATE=20" DELIMITED BY SIZE
                   WDT-DATE-YY WDT-DATE-MM WDT-DATE-DD
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "  (値は出さない。件数と"
                                       DELIMITED BY SIZE
                   "最初のレコード番号のみ)"
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** 管制ファイル1行の解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "FILE"
                   IF      WK-FI-CNT   >=      100     OR
                           WK-PRM02    =       SPACE
                           DISPLAY WK-PGM-NAME " PRM1-F FILE= ERROR="
                                   PRM1-REC
                           GO  TO  S020-EX
                   END-IF
                   ADD     1           TO      WK-FI-CNT
                   MOVE    WK-PRM02    TO      WK-FI-NAME (WK-FI-CNT)
                   MOVE    WK-PRM03    TO      WK-KEY
                   MOVE    WK-PRM04    TO      WK-VAL
                   PERFORM S025-10     THRU    S025-EX
                   MOVE    WK-PRM05    TO      WK-KEY
                   MOVE    WK-PRM06    TO      WK-VAL
                   PERFORM S025-10     THRU    S025-EX
               WHEN "ALLOW"
                   IF      WK-AL-CNT   >=      100     OR
                           WK-PRM02    =       SPACE
                           DISPLAY WK-PGM-NAME " PRM1-F ALLOW= ERROR="
                                   PRM1-REC
                           GO  TO  S020-EX
                   END-IF
                   ADD     1           TO      WK-AL-CNT
                   MOVE    WK-PRM02    TO      WK-AL-FILE (WK-AL-CNT)
                   MOVE    WK-PRM03    TO      WK-KEY
                   MOVE    WK-PRM04    TO      WK-VAL
                   PERFORM S026-10     THRU    S026-EX
                   MOVE    WK-PRM05    TO      WK-KEY
                   MOVE    WK-PRM06    TO      WK-VAL
                   PERFORM S026-10     THRU    S026-EX
               WHEN "SAMPLE"
                   IF      WK-PRM02    NOT =   SPACE   AND
                           FUNCTION TRIM(WK-PRM02) IS NUMERIC
                           MOVE    FUNCTION NUMVAL(WK-PRM02) TO
                                   WK-SAMPLE
                   ELSE
                           DISPLAY WK-PGM-NAME " PRM1-F SAMPLE= ERROR="
                                   PRM1-REC
                   END-IF
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** FILE=の付加項目(PRM=、RLEN=)
       S025-10.

           EVALUATE WK-KEY
               WHEN SPACE
                   CONTINUE
               WHEN "PRM"
                   MOVE    WK-VAL      TO      WK-FI-PRM (WK-FI-CNT)
               WHEN "RLEN"
                   IF      WK-VAL      NOT =   SPACE   AND
                           FUNCTION TRIM(WK-VAL) IS NUMERIC AND
                           FUNCTION NUMVAL(WK-VAL) >= 1 AND
                           FUNCTION NUMVAL(WK-VAL) <= 4096
                           MOVE    FUNCTION NUMVAL(WK-VAL) TO
                                   WK-FI-RLEN (WK-FI-CNT)
                   ELSE
                           DISPLAY WK-PGM-NAME " PRM1-F RLEN= ERROR="
                                   PRM1-REC
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F FILE= ERROR="
                           PRM1-REC
           END-EVALUATE
           .
       S025-EX.
           EXIT.

      *    *** ALLOW=の付加項目(DT=、COL=、POS=、RULE=)
       S026-10.

           IF      WK-KEY      =       "DT"    OR
                   WK-KEY      =       "COL"   OR
                   WK-KEY      =       "POS"
                   IF      WK-VAL      =       SPACE   OR
                           FUNCTION TRIM(WK-VAL) IS NOT NUMERIC
                           DISPLAY WK-PGM-NAME " PRM1-F ALLOW= ERROR="
                                   PRM1-REC
                           GO  TO  S026-EX
                   END-IF
                   MOVE    FUNCTION NUMVAL(WK-VAL) TO
                           WK-AL-NO (WK-AL-CNT)
           END-IF

           EVALUATE WK-KEY
               WHEN SPACE
                   CONTINUE
               WHEN "DT"
                   MOVE    "D"         TO      WK-AL-KIND (WK-AL-CNT)
               WHEN "COL"
                   MOVE    "C"         TO      WK-AL-KIND (WK-AL-CNT)
               WHEN "POS"
                   MOVE    "P"         TO      WK-AL-KIND (WK-AL-CNT)
               WHEN "RULE"
                   IF      WK-VAL      =       "TEL"   OR
                           WK-VAL      =       "EMAIL" OR
                           WK-VAL      =       "MYNUM" OR
                           WK-VAL      =       "POST"  OR
                           WK-VAL      =       "NAME"
                           MOVE    WK-VAL      TO
                                   WK-AL-RULE (WK-AL-CNT)
                   ELSE
                           DISPLAY WK-PGM-NAME " PRM1-F RULE= ERROR="
                                   PRM1-REC
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F ALLOW= ERROR="
                           PRM1-REC
           END-EVALUATE
           .
       S026-EX.
           EXIT.

      *    *** ファイル(I)を読んで検出
       S100-10.

           MOVE    WK-FI-NAME (I) TO   WK-PIN1-F-NAME
           MOVE    ZERO        TO      WK-REC-CNT
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF

      *    *** DT=レイアウト
           PERFORM S110-10     THRU    S110-EX

           IF      WK-FI-RLEN (I) >    ZERO
                   MOVE    SPACE       TO      WK-IN-CFILE
                   STRING  WK-PIN1-F-NAME DELIMITED BY SPACE
                           X"00"       DELIMITED BY SIZE
                           INTO    WK-IN-CFILE
                   CALL    "CBL_OPEN_FILE" USING WK-IN-CFILE
                                                 WK-IN-ACCESS
                                                 WK-IN-LOCK
                                                 WK-IN-DEV
                                                 WK-IN-FILEHANDLE
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR RC="
                                   RETURN-CODE " (" WK-PIN1-F-NAME ")"
                           MOVE    ZERO        TO      RETURN-CODE
                           MOVE    "Y"         TO      WK-FI-ERR (I)
                           GO  TO  S100-EX
                   END-IF
                   MOVE    ZERO        TO      WK-IN-OFFSET
                   MOVE    WK-FI-RLEN (I) TO   WK-IN-RDLEN
           ELSE
                   OPEN    INPUT       PIN1-F
                   IF      WK-PIN1-STATUS NOT =  ZERO
                           DISPLAY WK-PGM-NAME
                                   " PIN1-F OPEN ERROR STATUS="
                                   WK-PIN1-STATUS " (" WK-PIN1-F-NAME
                                   ")"
                           MOVE    "Y"         TO      WK-FI-ERR (I)
                           GO  TO  S100-EX
                   END-IF
           END-IF

           PERFORM S120-10     THRU    S120-EX
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               ADD     1           TO      WK-REC-CNT
               PERFORM S200-10     THRU    S200-EX
               IF      WK-SAMPLE   >       ZERO    AND
                       WK-REC-CNT  >=      WK-SAMPLE
                       MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
               ELSE
                       PERFORM S120-10     THRU    S120-EX
               END-IF
           END-PERFORM

           IF      WK-FI-RLEN (I) >    ZERO
                   CALL    "CBL_CLOSE_FILE" USING WK-IN-FILEHANDLE
                   MOVE    ZERO        TO      RETURN-CODE
           ELSE
                   CLOSE   PIN1-F
           END-IF
           MOVE    WK-REC-CNT  TO      WK-FI-RECS (I)
           .
       S100-EX.
           EXIT.

      *    *** PRM=のDT=nn,POS=p,LEN=l の行を表へ
       S110-10.

           MOVE    ZERO        TO      WK-DT-CNT
           IF      WK-FI-PRM (I) =     SPACE
                   GO  TO  S110-EX
           END-IF

           MOVE    WK-FI-PRM (I) TO    WK-PRM2-F-NAME
           MOVE    LOW-VALUE   TO      WK-PRM2-EOF
           OPEN    INPUT       PRM2-F
           IF      WK-PRM2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM2-F OPEN ERROR STATUS="
                           WK-PRM2-STATUS " (" WK-PRM2-F-NAME ")"
                   MOVE    "Y"         TO      WK-FI-ERR (I)
                   GO  TO  S110-EX
           END-IF

           PERFORM UNTIL WK-PRM2-EOF = HIGH-VALUE
               READ    PRM2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM2-EOF
                   NOT AT  END
                       IF      PRM2-REC (1:3) = "DT="
                               PERFORM S115-10     THRU    S115-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PRM2-F
           .
       S110-EX.
           EXIT.

      *    *** DT=nn,POS=p,LEN=l (TYPE=等の後続項目は見ない)
       S115-10.

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
           UNSTRING PRM2-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
           END-UNSTRING

           IF      WK-DT-CNT   >=      50      OR
                   WK-PRM03    NOT =   "POS"   OR
                   WK-PRM05    NOT =   "LEN"   OR
                   WK-PRM02    =       SPACE   OR
                   WK-PRM04    =       SPACE   OR
                   WK-PRM06    =       SPACE
                   DISPLAY WK-PGM-NAME " PRM2-F DT= ERROR=" PRM2-REC
                   GO  TO  S115-EX
           END-IF
           IF      FUNCTION TRIM(WK-PRM02) IS NOT NUMERIC OR
                   FUNCTION TRIM(WK-PRM04) IS NOT NUMERIC OR
                   FUNCTION TRIM(WK-PRM06) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " PRM2-F DT= ERROR=" PRM2-REC
                   GO  TO  S115-EX
           END-IF

           ADD     1           TO      WK-DT-CNT
           MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-DT-NO (WK-DT-CNT)
           MOVE    FUNCTION NUMVAL(WK-PRM04) TO WK-DT-POS (WK-DT-CNT)
           MOVE    FUNCTION NUMVAL(WK-PRM06) TO WK-DT-LEN (WK-DT-CNT)
           IF      WK-DT-POS (WK-DT-CNT) < 1   OR
                   WK-DT-LEN (WK-DT-CNT) < 1
                   DISPLAY WK-PGM-NAME " PRM2-F DT= ERROR=" PRM2-REC
                   SUBTRACT 1          FROM    WK-DT-CNT
           END-IF
           .
       S115-EX.
           EXIT.

      *    *** 1レコード読込み(WK-BUFへ)
       S120-10.

           IF      WK-FI-RLEN (I) >    ZERO
                   CALL    "CBL_READ_FILE" USING WK-IN-FILEHANDLE
                                                 WK-IN-OFFSET
                                                 WK-IN-RDLEN
                                                 WK-IN-FLAGS
                                                 WK-BUF
                   IF      RETURN-CODE NOT =   ZERO
                           MOVE    ZERO        TO      RETURN-CODE
                           MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
                           GO  TO  S120-EX
                   END-IF
                   MOVE    WK-FI-RLEN (I) TO   WK-REC-LEN
                   ADD     WK-FI-RLEN (I) TO   WK-IN-OFFSET
                   GO  TO  S120-EX
           END-IF

           READ    PIN1-F
               AT  END
                   MOVE    HIGH-VALUE  TO      WK-PIN1-EOF
               NOT AT  END
                   MOVE    SPACE       TO      WK-BUF
                   MOVE    WK-PIN1-LEN TO      WK-REC-LEN
                   IF      WK-PIN1-LEN >       ZERO
                           MOVE    PIN1-REC (1:WK-PIN1-LEN) TO WK-BUF
                   END-IF
           END-READ
           .
       S120-EX.
           EXIT.

      *    *** 1レコードの検出
      *    *** DT=があれば項目毎(NAME以外)と、レコード全体でNAME
      *    *** (氏名とカナは別の項目に並ぶ事が多い)
      *    *** DT=が無ければレコード全体に全規則。位置は","があれば
      *    *** CSVの列、無ければ先頭からの桁
       S200-10.

           IF      WK-REC-LEN  =       ZERO
                   GO  TO  S200-EX
           END-IF

           IF      WK-DT-CNT   >       ZERO
                   MOVE    "D"         TO      WK-LOC-MODE
                   MOVE    "X"         TO      WK-RULE-SET
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WK-DT-CNT
                       IF      WK-DT-POS (J) <=    WK-REC-LEN
                           MOVE    WK-DT-POS (J) TO    WK-S-FROM
                           COMPUTE WK-S-TO = WK-DT-POS (J)
                                           + WK-DT-LEN (J) - 1
                           IF      WK-S-TO     >       WK-REC-LEN
                                   MOVE    WK-REC-LEN  TO  WK-S-TO
                           END-IF
                           PERFORM S210-10     THRU    S210-EX
                       END-IF
                   END-PERFORM
                   MOVE    "N"         TO      WK-RULE-SET
           ELSE
                   MOVE    ZERO        TO      WK-COMMA-CNT
                   INSPECT WK-BUF (1:WK-REC-LEN) TALLYING WK-COMMA-CNT
                           FOR ALL ","
                   IF      WK-COMMA-CNT >      ZERO
                           MOVE    "C"         TO      WK-LOC-MODE
                   ELSE
                           MOVE    "P"         TO      WK-LOC-MODE
                   END-IF
                   MOVE    "A"         TO      WK-RULE-SET
           END-IF

           MOVE    1           TO      WK-S-FROM
           MOVE    WK-REC-LEN  TO      WK-S-TO
           PERFORM S210-10     THRU    S210-EX
           .
       S200-EX.
           EXIT.

      *    *** WK-S-FROM～WK-S-TOにパターンを当てる
       S210-10.

           MOVE    WK-S-FROM   TO      P
           PERFORM UNTIL P > WK-S-TO
               MOVE    1           TO      WK-ADV
               MOVE    WK-BUF (P:1) TO     WK-CH
               EVALUATE TRUE
                   WHEN WK-RULE-SET = "N"
                       IF      WK-CH-JP-LEAD
                               PERFORM S240-10     THRU    S240-EX
                       END-IF
                   WHEN WK-CH-DIGIT
                       PERFORM S220-10     THRU    S220-EX
                   WHEN WK-CH = "@"
                       PERFORM S230-10     THRU    S230-EX
                   WHEN WK-CH-JP-LEAD AND WK-RULE-SET = "A"
                       PERFORM S240-10     THRU    S240-EX
               END-EVALUATE
               ADD     WK-ADV      TO      P
           END-PERFORM
           .
       S210-EX.
           EXIT.

      *    *** 数字とハイフンの並び(P～)
      *    *** 英字に続く/続かれる物は品番等として見ない
       S220-10.

           MOVE    ZERO        TO      WK-DG-CNT WK-HY-CNT
           MOVE    "N"         TO      WK-HY-DBL
           MOVE    P           TO      Q
           PERFORM UNTIL Q > WK-S-TO
               MOVE    WK-BUF (Q:1) TO     WK-CH
               IF      WK-CH-DIGIT
                       ADD     1           TO      WK-DG-CNT
               ELSE
                   IF      WK-CH = "-"
                       IF      WK-BUF (Q - 1:1) = "-"
                               MOVE    "Y"         TO      WK-HY-DBL
                       END-IF
                       ADD     1           TO      WK-HY-CNT
                   ELSE
                       EXIT    PERFORM
                   END-IF
               END-IF
               ADD     1           TO      Q
           END-PERFORM

      *    *** 末尾のハイフンは並びに含めない
           IF      WK-BUF (Q - 1:1) = "-"
                   SUBTRACT 1          FROM    Q
                   SUBTRACT 1          FROM    WK-HY-CNT
           END-IF
           COMPUTE WK-RUN-LEN = Q - P
           MOVE    WK-RUN-LEN  TO      WK-ADV

           MOVE    "Y"         TO      WK-RUN-OK
           IF      P           >       WK-S-FROM
                   MOVE    WK-BUF (P - 1:1) TO WK-CH
                   IF      WK-CH-ALNUM OR WK-CH = "-"
                           MOVE    "N"         TO      WK-RUN-OK
                   END-IF
           END-IF
           IF      Q           <=      WK-S-TO
                   MOVE    WK-BUF (Q:1) TO     WK-CH
                   IF      WK-CH-ALNUM
                           MOVE    "N"         TO      WK-RUN-OK
                   END-IF
           END-IF
           IF      WK-RUN-OK   =       "N"     OR
                   WK-HY-DBL   =       "Y"
                   GO  TO  S220-EX
           END-IF

           MOVE    P           TO      WK-HIT-POS

      *    *** 個人番号
           IF      WK-HY-CNT   =       ZERO    AND
                   WK-DG-CNT   =       12
                   PERFORM S225-10     THRU    S225-EX
                   IF      WK-RUN-OK   =       "Y"
                           MOVE    "MYNUM"     TO      WK-RULE
                           PERFORM S290-10     THRU    S290-EX
                   END-IF
                   GO  TO  S220-EX
           END-IF

      *    *** 電話番号(00で始まる物は桁埋めの数字として見ない)
           IF      WK-BUF (P:1) =      "0"     AND
                   WK-BUF (P + 1:1) NOT = "0"  AND
                   WK-BUF (P + 1:1) NOT = "-"  AND
                  (WK-DG-CNT   =       10      OR
                   WK-DG-CNT   =       11)     AND
                  (WK-HY-CNT   =       ZERO    OR
                   WK-HY-CNT   =       2)
                   MOVE    "TEL"       TO      WK-RULE
                   PERFORM S290-10     THRU    S290-EX
                   GO  TO  S220-EX
           END-IF

      *    *** 郵便番号の後(空白を除いて12バイト以内)に日本語
           IF      WK-RUN-LEN  =       8       AND
                   WK-HY-CNT   =       1       AND
                   WK-BUF (P + 3:1) =  "-"
                   MOVE    Q           TO      X
                   PERFORM UNTIL X > WK-S-TO OR X > Q + 11
                       IF      WK-BUF (X:1) = SPACE
                               ADD     1           TO      X
                       ELSE
                           IF      X + 2 <= WK-S-TO    AND
                                   WK-BUF (X:3) = X"E38080"
                                   ADD     3           TO      X
                           ELSE
                                   EXIT    PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
                   IF      X           <=      WK-S-TO
                           MOVE    WK-BUF (X:1) TO     WK-CH
                           IF      WK-CH-JP-LEAD
                                   MOVE    "POST"      TO      WK-RULE
                                   PERFORM S290-10     THRU    S290-EX
                           END-IF
                   END-IF
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** 個人番号の検査用数字(下位から1桁目をP1とする)
      *    ***   Qn = n+1 (1<=n<=6)、n-5 (7<=n<=11)
      *    ***   11 - (Σ Pn×Qn を11で割った余り)、余り<=1は0
      *    *** WK-RUN-OK Y:合う N:合わない
       S225-10.

           MOVE    "N"         TO      WK-RUN-OK
           IF      WK-BUF (P:12) =     "000000000000"
                   GO  TO  S225-EX
           END-IF

           MOVE    ZERO        TO      WK-MN-SUM
           PERFORM VARYING WK-MN-N FROM 1 BY 1
                   UNTIL WK-MN-N > 11
               IF      WK-MN-N     <=      6
                       COMPUTE WK-MN-Q = WK-MN-N + 1
               ELSE
                       COMPUTE WK-MN-Q = WK-MN-N - 5
               END-IF
               MOVE    WK-BUF (P + 11 - WK-MN-N:1) TO WK-MN-D
               COMPUTE WK-MN-SUM = WK-MN-SUM + WK-MN-D * WK-MN-Q
           END-PERFORM

           DIVIDE  WK-MN-SUM BY 11 GIVING WK-MN-SHOU
                   REMAINDER WK-MN-AMARI
           IF      WK-MN-AMARI <=      1
                   MOVE    ZERO        TO      WK-MN-CD
           ELSE
                   COMPUTE WK-MN-CD = 11 - WK-MN-AMARI
           END-IF

           MOVE    WK-BUF (P + 11:1) TO WK-MN-D
           IF      WK-MN-D     =       WK-MN-CD
                   MOVE    "Y"         TO      WK-RUN-OK
           END-IF
           .
       S225-EX.
           EXIT.

      *    *** メールアドレス(Pは"@")
      *    *** 前に1文字以上、後ろに"."を含むドメイン
       S230-10.

           MOVE    ZERO        TO      WK-LP-CNT WK-DM-CNT WK-DOT-POS
           COMPUTE X = P - 1
           PERFORM UNTIL X < WK-S-FROM
               MOVE    WK-BUF (X:1) TO     WK-CH
               IF      NOT WK-CH-LOCAL
                       EXIT    PERFORM
               END-IF
               ADD     1           TO      WK-LP-CNT
               SUBTRACT 1          FROM    X
           END-PERFORM

           COMPUTE X = P + 1
           PERFORM UNTIL X > WK-S-TO
               MOVE    WK-BUF (X:1) TO     WK-CH
               IF      NOT WK-CH-DOMAIN
                       EXIT    PERFORM
               END-IF
               ADD     1           TO      WK-DM-CNT
               IF      WK-CH       =       "."
                       MOVE    WK-DM-CNT   TO      WK-DOT-POS
               END-IF
               ADD     1           TO      X
           END-PERFORM

      *    *** 末尾の"."は含めない
           IF      WK-DM-CNT   >       ZERO    AND
                   WK-DOT-POS  =       WK-DM-CNT
                   SUBTRACT 1          FROM    WK-DM-CNT
                   MOVE    ZERO        TO      WK-DOT-POS
                   PERFORM VARYING X FROM 1 BY 1
                           UNTIL X > WK-DM-CNT
                       IF      WK-BUF (P + X:1) = "."
                               MOVE    X           TO      WK-DOT-POS
                       END-IF
                   END-PERFORM
           END-IF

           COMPUTE WK-ADV = WK-DM-CNT + 1
           IF      WK-LP-CNT   >=      1       AND
                   WK-DOT-POS  >       1       AND
                   WK-DOT-POS  <       WK-DM-CNT
                   COMPUTE WK-HIT-POS = P - WK-LP-CNT
                   MOVE    "EMAIL"     TO      WK-RULE
                   PERFORM S290-10     THRU    S290-EX
           END-IF
           .
       S230-EX.
           EXIT.

      *    *** 氏名とカナ(Pは日本語の1バイト目)
      *    *** 漢字2文字以上とカナ2文字以上が、空白/全角空白/括弧/
      *    *** ","/引用符だけの40バイト以内の区切りを挟んで並ぶ
      *    *** (順序はどちらでも)
       S240-10.

           MOVE    P           TO      X
           PERFORM S245-10     THRU    S245-EX
           MOVE    WK-CC-LEN   TO      WK-ADV
           IF      WK-CC-KIND  NOT =   "K"     AND
                   WK-CC-KIND  NOT =   "A"
                   GO  TO  S240-EX
           END-IF

      *    *** 1つ目の並び
           MOVE    WK-CC-KIND  TO      WK-RUN1-KIND
           MOVE    ZERO        TO      WK-RUN1-CNT
           PERFORM UNTIL WK-CC-KIND NOT = WK-RUN1-KIND
               ADD     1           TO      WK-RUN1-CNT
               ADD     WK-CC-LEN   TO      X
               PERFORM S245-10     THRU    S245-EX
           END-PERFORM
           MOVE    X           TO      WK-RUN1-END
           COMPUTE WK-ADV = X - P
           IF      WK-RUN1-CNT <       2
                   GO  TO  S240-EX
           END-IF

      *    *** 区切り
           MOVE    ZERO        TO      WK-GAP-LEN
           PERFORM UNTIL WK-CC-KIND NOT = "S" OR WK-GAP-LEN > 40
               ADD     WK-CC-LEN   TO      WK-GAP-LEN
               ADD     WK-CC-LEN   TO      X
               PERFORM S245-10     THRU    S245-EX
           END-PERFORM
           IF      WK-GAP-LEN  =       ZERO    OR
                   WK-GAP-LEN  >       40
                   GO  TO  S240-EX
           END-IF

      *    *** 2つ目の並び(1つ目と違う種類)
           IF      WK-CC-KIND  =       WK-RUN1-KIND OR
                  (WK-CC-KIND  NOT =   "K"     AND
                   WK-CC-KIND  NOT =   "A")
                   GO  TO  S240-EX
           END-IF
           MOVE    WK-CC-KIND  TO      WK-RUN2-KIND
           MOVE    ZERO        TO      WK-RUN2-CNT
           PERFORM UNTIL WK-CC-KIND NOT = WK-RUN2-KIND
               ADD     1           TO      WK-RUN2-CNT
               ADD     WK-CC-LEN   TO      X
               PERFORM S245-10     THRU    S245-EX
           END-PERFORM
           IF      WK-RUN2-CNT >=      2
                   MOVE    P           TO      WK-HIT-POS
                   MOVE    "NAME"      TO      WK-RULE
                   PERFORM S290-10     THRU    S290-EX
                   COMPUTE WK-ADV = X - P
           END-IF
           .
       S240-EX.
           EXIT.

      *    *** 位置Xの1文字の種類(UTF-8)
      *    ***   K 漢字(E4～E9で始まる3バイト、"々")
      *    ***   A ひらがな/カタカナ(E3 81～83)、半角カナ
      *    ***   S 空白、全角空白、括弧、","、引用符
      *    ***   O その他/範囲外
       S245-10.

           MOVE    "O"         TO      WK-CC-KIND
           MOVE    1           TO      WK-CC-LEN
           IF      X           >       WK-S-TO
                   MOVE    "E"         TO      WK-CC-KIND
                   GO  TO  S245-EX
           END-IF

           MOVE    WK-BUF (X:1) TO     WK-CH
           IF      WK-CH = SPACE OR "(" OR ")" OR "," OR QUOTE
                   MOVE    "S"         TO      WK-CC-KIND
                   GO  TO  S245-EX
           END-IF
           IF      NOT WK-CH-JP-LEAD OR X + 2 > WK-S-TO
                   GO  TO  S245-EX
           END-IF

           MOVE    3           TO      WK-CC-LEN
           EVALUATE TRUE
               WHEN WK-CH >= X"E4" AND WK-CH <= X"E9"
                   MOVE    "K"         TO      WK-CC-KIND
               WHEN WK-BUF (X:3) = X"E38085"
                   MOVE    "K"         TO      WK-CC-KIND
               WHEN WK-BUF (X:3) = X"E38080"
                   MOVE    "S"         TO      WK-CC-KIND
               WHEN WK-BUF (X:2) = X"E381" OR X"E382" OR X"E383"
                   MOVE    "A"         TO      WK-CC-KIND
               WHEN WK-BUF (X:3) = X"EFBC88" OR X"EFBC89"
                   MOVE    "S"         TO      WK-CC-KIND
               WHEN WK-BUF (X:3) >= X"EFBDA6" AND
                    WK-BUF (X:3) <= X"EFBE9F"
                   MOVE    "A"         TO      WK-CC-KIND
           END-EVALUATE
           .
       S245-EX.
           EXIT.

      *    *** 検出を表へ(ファイル×位置×規則で集計)
      *    *** WK-HIT-POSから位置の見出しを決める
       S290-10.

           MOVE    "P"         TO      WK-LOC-KIND
           MOVE    WK-HIT-POS  TO      WK-LOC-NO
           EVALUATE WK-LOC-MODE
               WHEN "D"
                   PERFORM VARYING M FROM 1 BY 1
                           UNTIL M > WK-DT-CNT
                       IF      WK-HIT-POS  >=      WK-DT-POS (M) AND
                               WK-HIT-POS  <       WK-DT-POS (M)
                                                 + WK-DT-LEN (M)
                               MOVE    "D"         TO  WK-LOC-KIND
                               MOVE    WK-DT-NO (M) TO WK-LOC-NO
                       END-IF
                   END-PERFORM
               WHEN "C"
                   MOVE    ZERO        TO      WK-COMMA-CNT
                   IF      WK-HIT-POS  >       1
                           INSPECT WK-BUF (1:WK-HIT-POS - 1)
                                   TALLYING WK-COMMA-CNT FOR ALL ","
                   END-IF
                   MOVE    "C"         TO      WK-LOC-KIND
                   COMPUTE WK-LOC-NO = WK-COMMA-CNT + 1
           END-EVALUATE

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WK-HT-CNT OR WK-FOUND-IX > ZERO
               IF      WK-HT-FILE (M) =    I           AND
                       WK-HT-KIND (M) =    WK-LOC-KIND AND
                       WK-HT-NO (M) =      WK-LOC-NO   AND
                       WK-HT-RULE (M) =    WK-RULE
                       MOVE    M           TO      WK-FOUND-IX
               END-IF
           END-PERFORM

           IF      WK-FOUND-IX =       ZERO
                   IF      WK-HT-CNT   >=      1000
                           ADD     1           TO      WK-HT-OVER
                           GO  TO  S290-EX
                   END-IF
                   ADD     1           TO      WK-HT-CNT
                   MOVE    WK-HT-CNT   TO      WK-FOUND-IX
                   MOVE    I           TO      WK-HT-FILE (WK-HT-CNT)
                   MOVE    WK-LOC-KIND TO      WK-HT-KIND (WK-HT-CNT)
                   MOVE    WK-LOC-NO   TO      WK-HT-NO (WK-HT-CNT)
                   MOVE    WK-RULE     TO      WK-HT-RULE (WK-HT-CNT)
                   MOVE    WK-REC-CNT  TO      WK-HT-FIRST (WK-HT-CNT)
           END-IF
           ADD     1           TO      WK-HT-CNT-R (WK-FOUND-IX)
           .
       S290-EX.
           EXIT.

      *    *** ファイル(I)のレポート
       S500-10.

           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-FI-RECS (I) TO   WK-CNT-E
           STRING  "FILE="             DELIMITED BY SIZE
                   WK-FI-NAME (I)      DELIMITED BY SPACE
                   INTO    POT1-REC
           EVALUATE TRUE
               WHEN WK-FI-PRM (I) NOT = SPACE
                   STRING  "DT=レイアウト " DELIMITED BY SIZE
                           WK-FI-PRM (I)   DELIMITED BY SPACE
                           INTO    POT1-REC (45:)
               WHEN WK-FI-RLEN (I) > ZERO
                   MOVE    WK-FI-RLEN (I) TO   WK-RLEN-E
                   STRING  "パターン RLEN=" DELIMITED BY SIZE
                           WK-RLEN-E       DELIMITED BY SIZE
                           INTO    POT1-REC (45:)
               WHEN OTHER
                   MOVE    "パターン"  TO      POT1-REC (45:)
           END-EVALUATE
           STRING  "読込"              DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "件"                DELIMITED BY SIZE
                   INTO    POT1-REC (95:)
           WRITE   POT1-REC

           IF      WK-FI-ERR (I) =     "Y"
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "    ** 読めない"     DELIMITED BY SIZE
                           "(ファイル又はPRM=が無い)"
                                       DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   ADD     1           TO      WK-TOT-ERR
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF

           MOVE    ZERO        TO      WK-FILE-HITS
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-HT-CNT
               IF      WK-HT-FILE (K) =    I
                       IF      WK-FILE-HITS =      ZERO
                               MOVE    SPACE       TO      POT1-REC
                               MOVE    "    位置" TO  POT1-REC
                               MOVE    "規則"  TO  POT1-REC (19:)
                               MOVE    "件数"  TO  POT1-REC (54:)
                               MOVE    "初出"  TO  POT1-REC (64:)
                               MOVE    "判定"  TO  POT1-REC (72:)
                               WRITE   POT1-REC
                       END-IF
                       ADD     1           TO      WK-FILE-HITS
                       PERFORM S510-10     THRU    S510-EX
               END-IF
           END-PERFORM

           IF      WK-FILE-HITS =      ZERO
                   MOVE    SPACE       TO      POT1-REC
                   MOVE    "    検出なし" TO   POT1-REC
                   WRITE   POT1-REC
           END-IF
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           .
       S500-EX.
           EXIT.

      *    *** 検出(K)の1行
       S510-10.

           MOVE    WK-HT-NO (K) TO     WK-NO-E
           MOVE    SPACE       TO      WK-LOC-LBL
           EVALUATE WK-HT-KIND (K)
               WHEN "D"
                   STRING  "DT="       DELIMITED BY SIZE
                           WK-NO-E (3:2) DELIMITED BY SIZE
                           INTO    WK-LOC-LBL
               WHEN "C"
                   STRING  "COL="      DELIMITED BY SIZE
                           WK-NO-E (2:3) DELIMITED BY SIZE
                           INTO    WK-LOC-LBL
               WHEN OTHER
                   STRING  "POS="      DELIMITED BY SIZE
                           WK-NO-E     DELIMITED BY SIZE
                           INTO    WK-LOC-LBL
           END-EVALUATE

           EVALUATE WK-HT-RULE (K)
               WHEN "TEL"
                   MOVE    "TEL   電話番号"     TO      WK-RULE-LBL
               WHEN "EMAIL"
                   MOVE    "EMAIL メール"       TO      WK-RULE-LBL
               WHEN "MYNUM"
                   MOVE    "MYNUM 個人番号"     TO      WK-RULE-LBL
               WHEN "POST"
                   MOVE    "POST  郵便番号+住所"
                                       TO      WK-RULE-LBL
               WHEN OTHER
                   MOVE    "NAME  氏名+カナ"    TO      WK-RULE-LBL
           END-EVALUATE

      *    *** 許可の照合
           PERFORM S520-10     THRU    S520-EX

           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-LOC-LBL  TO      POT1-REC (5:)
           MOVE    WK-RULE-LBL TO      POT1-REC (19:)
           MOVE    WK-HT-CNT-R (K) TO  WK-CNT-E
           MOVE    WK-CNT-E    TO      POT1-REC (50:)
           MOVE    WK-HT-FIRST (K) TO  WK-CNT-E2
           MOVE    WK-CNT-E2   TO      POT1-REC (60:)
           ADD     1           TO      WK-TOT-HIT
           IF      WK-HT-ALLOW (K) =   "Y"
                   MOVE    "許可済"    TO      POT1-REC (72:)
                   ADD     1           TO      WK-TOT-ALW
           ELSE
                   MOVE    "** 要対策(暗号化又は許可)"
                                       TO      POT1-REC (72:)
                   ADD     1           TO      WK-TOT-NG
                   IF      WK-RC-SAVE  <       4
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
           END-IF
           WRITE   POT1-REC
           .
       S510-EX.
           EXIT.

      *    *** 検出(K)に合う許可があればHT-ALLOW=Y
       S520-10.

           MOVE    SPACE       TO      WK-HT-ALLOW (K)
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-AL-CNT
               IF      WK-AL-FILE (L) =    WK-FI-NAME (I)      AND
                      (WK-AL-KIND (L) =    SPACE               OR
                      (WK-AL-KIND (L) =    WK-HT-KIND (K)      AND
                       WK-AL-NO (L) =      WK-HT-NO (K)))      AND
                      (WK-AL-RULE (L) =    SPACE               OR
                       WK-AL-RULE (L) =    WK-HT-RULE (K))
                       MOVE    "Y"         TO      WK-HT-ALLOW (K)
                       MOVE    "Y"         TO      WK-AL-USED (L)
               END-IF
           END-PERFORM
           .
       S520-EX.
           EXIT.

      *    *** 1件も当たらなかった許可(データが変わったか、
      *    *** 許可が不要になった。見直しの対象)
       S700-10.

           MOVE    ZERO        TO      J
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-AL-CNT
               IF      WK-AL-USED (L) NOT = "Y"
                       IF      J           =       ZERO
                               MOVE    ALL "-"     TO      POT1-REC
                               WRITE   POT1-REC
                               MOVE    SPACE       TO      POT1-REC
                               MOVE    "[当たらなかった許可]"
                                                   TO      POT1-REC
                               WRITE   POT1-REC
                       END-IF
                       ADD     1           TO      J
                       MOVE    WK-AL-NO (L) TO     WK-NO-E
                       MOVE    SPACE       TO      POT1-REC
                       STRING  "    ALLOW="     DELIMITED BY SIZE
                               WK-AL-FILE (L)  DELIMITED BY SPACE
                               INTO    POT1-REC
                       EVALUATE WK-AL-KIND (L)
                           WHEN "D"
                               STRING  "DT="   DELIMITED BY SIZE
                                       WK-NO-E (3:2) DELIMITED BY SIZE
                                       INTO    POT1-REC (45:)
                           WHEN "C"
                               STRING  "COL="  DELIMITED BY SIZE
                                       WK-NO-E (2:3) DELIMITED BY SIZE
                                       INTO    POT1-REC (45:)
                           WHEN "P"
                               STRING  "POS="  DELIMITED BY SIZE
                                       WK-NO-E DELIMITED BY SIZE
                                       INTO    POT1-REC (45:)
                       END-EVALUATE
                       IF      WK-AL-RULE (L) NOT = SPACE
                               STRING  "RULE=" DELIMITED BY SIZE
                                       WK-AL-RULE (L) DELIMITED BY SPACE
                                       INTO    POT1-REC (55:)
                       END-IF
                       WRITE   POT1-REC
               END-IF
           END-PERFORM
           .
       S700-EX.
           EXIT.

       S900-10.

           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-FI-CNT   TO      WK-CNT-E
           MOVE    WK-TOT-HIT  TO      WK-CNT-E2
           STRING  "ファイル"          DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "  検出"            DELIMITED BY SIZE
                   WK-CNT-E2           DELIMITED BY SIZE
                   INTO    POT1-REC
           MOVE    WK-TOT-ALW  TO      WK-CNT-E
           MOVE    WK-TOT-NG   TO      WK-CNT-E2
           STRING  "  許可済"          DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "  要対策"          DELIMITED BY SIZE
                   WK-CNT-E2           DELIMITED BY SIZE
                   INTO    POT1-REC (45:)
           MOVE    WK-TOT-ERR  TO      WK-CNT-E
           STRING  "  読めない"        DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   INTO    POT1-REC (95:)
           WRITE   POT1-REC
           IF      WK-HT-OVER  >       ZERO
                   MOVE    SPACE       TO      POT1-REC
                   MOVE    WK-HT-OVER  TO      WK-CNT-E
                   STRING  "** 表あふれで集計"
                                       DELIMITED BY SIZE
                           "できなかった検出" DELIMITED BY SIZE
                           WK-CNT-E    DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
           END-IF
           CLOSE   POT1-F

           DISPLAY WK-PGM-NAME " END FILE=" WK-FI-CNT
                   " HIT=" WK-TOT-HIT " NG=" WK-TOT-NG

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
