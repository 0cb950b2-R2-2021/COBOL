      *    *** PIN3形式マスターの代替キー索引
      *    *** マスターは主キー(4桁)でしか引けず、カナ氏名や電話番号
      *    *** しか分からない時は印刷した一覧でコードを探していた。
      *    *** DT=の位置で定義した項目(カナ氏名、電話、郵便番号等、
      *    *** 重複可)毎に、項目値+主キーをキーとする索引レコードを
      *    *** 索引ファイル(ALTINDX.DAT)に作る。検索はALTSRCH
      *    *** (FILEBRWSのS,索引,値、TXNENTRYのS=検索)が行う。
      *    ***
      *    *** 起動引数: 1=処理モード(既定SYNC) 2=PRM1(既定ALTINDX.PRM1)
      *    ***   BUILD  索引ファイルを空にして全件作り直す
      *    ***   SYNC   マスターと突き合せて差分だけ直す
      *    ***          (マスターに無い/値が変わった索引を消し、
      *    ***           無い索引を足す。定義が変わった索引は作り直す)
      *    ***          マスターを変更するSTEP(マスター保守、
      *    ***          バックアップからの回復と前進回復)の後に置く
      *    ***   VERIFY 直さずに食い違いを出す(RC=4)
      *    ***          ・マスターに無いレコードを指す索引
      *    ***          ・マスターの値と違う索引
      *    ***          ・索引の無いマスターのレコード
      *    ***          ・定義が変わった/最後の同期の後にマスターが
      *    ***            変わった索引
      *    *** PRM1:
      *    ***   DT=nn,POS=p,LEN=l,IX=索引名[,NORM=D]  (最大20)
      *    ***       POSはレコードの先頭(主キーの1桁目)から、LEN<=40
      *    ***       NORM=D 数字だけにして索引する(電話、郵便番号)
      *    ***   F-MST=マスター(既定PIN3.DAT)
      *    ***   F-ALT=索引ファイル(既定ALTINDX.DAT)
      *    ***   F-OT=レポート(既定ALTINDX.POT1)
      *    *** 索引ファイルのレコード(キー=索引名+値+主キー):
      *    ***   値が LOW-VALUE、主キー0000 のレコードは索引毎の
      *    ***   見出し(定義、マスター名、同期時のマスターの
      *    ***   ファイル情報(本体/.dat/.idx)、同期日時、件数)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ALTINDX.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** PRM1
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** PIN3形式マスター(読むだけ)
           SELECT PN3-F            ASSIGN   WK-PN3-F-NAME
                               STATUS   WK-PN3-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PN3-KEY.

      *    *** 代替キー索引
           SELECT ALT1-F           ASSIGN   WK-ALT1-F-NAME
                               STATUS   WK-ALT1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ALT1-KEY.

      *    *** レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  PN3-F
           LABEL RECORDS ARE STANDARD.
       01  PN3-REC.
           03  PN3-KEY         PIC  9(004).
           03  PN3-DATA        PIC  X(2048).

       FD  ALT1-F
           LABEL RECORDS ARE STANDARD.
       01  ALT1-REC.
           03  ALT1-KEY.
             05  ALT1-IX       PIC  X(008).
             05  ALT1-VAL      PIC  X(040).
             05  ALT1-PKEY     PIC  9(004).
           03  ALT1-DATA       PIC  X(120).
           03  ALT1-HDR       REDEFINES ALT1-DATA.
      *    *** 見出し(ALT1-VAL=LOW-VALUE、ALT1-PKEY=0)の時の内訳
             05  ALT1-H-DT     PIC  9(002).
             05  ALT1-H-POS    PIC  9(004).
             05  ALT1-H-LEN    PIC  9(002).
             05  ALT1-H-NORM   PIC  X(001).
             05  ALT1-H-MST    PIC  X(032).
             05  ALT1-H-STAMP  PIC  X(048).
             05  ALT1-H-YMD    PIC  9(008).
             05  ALT1-H-HMS    PIC  9(006).
             05  ALT1-H-CNT    PIC  9(007).
             05  FILLER        PIC  X(010).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(132).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ALTINDX ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "ALTINDX.PRM1".
           03  WK-PN3-F-NAME   PIC  X(032) VALUE "PIN3.DAT".
           03  WK-ALT1-F-NAME  PIC  X(032) VALUE "ALTINDX.DAT".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "ALTINDX.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PN3-STATUS   PIC  X(002) VALUE ZERO.
           03  WK-ALT1-STATUS  PIC  X(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PN3-EOF      PIC  X(001) VALUE LOW-VALUE.
           03  WK-ALT1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE "SYNC".

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(032) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(032) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(032) VALUE SPACE.
           03  WK-PRM09        PIC  X(010) VALUE SPACE.
           03  WK-PRM10        PIC  X(032) VALUE SPACE.

      *    *** マスターのファイル情報(本体/.dat/.idx 各16バイト)
           03  WK-SFX-AREA.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(004) VALUE ".dat".
             05  FILLER        PIC  X(004) VALUE ".idx".
           03  WK-SFX-TBL      REDEFINES WK-SFX-AREA.
             05  WK-SFX        PIC  X(004) OCCURS 3.
           03  WK-FX-PATH      PIC  X(080) VALUE SPACE.
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.
           03  WK-MST-STAMP    PIC  X(048) VALUE SPACE.

      *    *** 索引値の取出し
           03  WK-VAL          PIC  X(040) VALUE SPACE.
           03  WK-VAL-W        PIC  X(040) VALUE SPACE.
           03  WK-DEF-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEF-OK       PIC  X(001) VALUE SPACE.

      *    *** 同期の日時
           03  WK-NOW-YMD      PIC  9(008) VALUE ZERO.
           03  WK-NOW-HMS-X    PIC  X(008) VALUE SPACE.

      *    *** 件数
           03  WK-MST-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-ORPHAN-CNT   BINARY-LONG SYNC VALUE ZERO.
           03  WK-ISSUE-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-CNT     BINARY-LONG SYNC VALUE ZERO.

      *    *** レポート
           03  WK-CNT-E        PIC  ZZZZZZ9 VALUE ZERO.
           03  WK-CNT-E2       PIC  ZZZZZZ9 VALUE ZERO.
           03  WK-CNT-E3       PIC  ZZZZZZ9 VALUE ZERO.
           03  WK-CNT-E4       PIC  ZZZZZZ9 VALUE ZERO.
           03  WK-KEY-E        PIC  9(004) VALUE ZERO.
           03  WK-NUM-E        PIC  9(004) VALUE ZERO.
           03  WK-ISSUE        PIC  X(040) VALUE SPACE.
           03  WK-ISSUE-IX     PIC  X(008) VALUE SPACE.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** 索引の定義(最大20)
      *    *** DF-STATE 空白:見出し未確認 S:見出しと同じ
      *    ***          C:定義が変わった(作り直す)
      *    *** DF-STALE Y:最後の同期の後にマスターが変わった
       01  DEF-TBL-AREA.
           03  WK-DF-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-DF-TBL       OCCURS 20.
             05  WK-DF-IX      PIC  X(008) VALUE SPACE.
             05  WK-DF-DT      PIC  9(002) VALUE ZERO.
             05  WK-DF-POS     BINARY-LONG SYNC VALUE ZERO.
             05  WK-DF-LEN     BINARY-LONG SYNC VALUE ZERO.
             05  WK-DF-NORM    PIC  X(001) VALUE SPACE.
             05  WK-DF-STATE   PIC  X(001) VALUE SPACE.
             05  WK-DF-STALE   PIC  X(001) VALUE SPACE.
             05  WK-DF-CNT-R   BINARY-LONG SYNC VALUE ZERO.
             05  WK-DF-ADD     BINARY-LONG SYNC VALUE ZERO.
             05  WK-DF-MISS    BINARY-LONG SYNC VALUE ZERO.
             05  WK-DF-CHG     BINARY-LONG SYNC VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1、ファイルOPEN
           PERFORM S010-10     THRU    S010-EX

      *    *** 索引側から: 見出しの確認、マスターに無い/値が違う索引
           IF      WK-MODE     NOT =   "BUILD"
                   PERFORM S200-10     THRU    S200-EX
           END-IF

      *    *** マスター側から: 索引の無いレコード
           PERFORM S300-10     THRU    S300-EX

      *    *** 見出しの書換え
           IF      WK-MODE     NOT =   "VERIFY"
                   PERFORM S400-10     THRU    S400-EX
           END-IF

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

           ACCEPT  WK-NOW-YMD  FROM    DATE YYYYMMDD
           ACCEPT  WK-NOW-HMS-X FROM   TIME

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF
           MOVE    UPPER-CASE (WK-MODE) TO WK-MODE
           IF      WK-MODE     NOT =   "BUILD"  AND
                   WK-MODE     NOT =   "SYNC"   AND
                   WK-MODE     NOT =   "VERIFY"
                   DISPLAY WK-PGM-NAME " MODE ERROR=" WK-MODE
                           " (BUILD/SYNC/VERIFY)"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
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

           IF      WK-DF-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F DT= ﾅｼ"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 共有ファイルの物理パス
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    WK-PN3-F-NAME TO    WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-PN3-F-NAME
           MOVE    WK-ALT1-F-NAME TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-ALT1-F-NAME

           OPEN    INPUT       PN3-F
           IF      WK-PN3-STATUS NOT = "00"
                   DISPLAY WK-PGM-NAME " PN3-F OPEN ERROR STATUS="
                           WK-PN3-STATUS " (" WK-PN3-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 同期時点のマスターのファイル情報
           PERFORM S050-10     THRU    S050-EX

      *    *** BUILDは空にして作る。SYNCで索引ファイルが無ければBUILD
           EVALUATE WK-MODE
               WHEN "VERIFY"
                   OPEN    INPUT       ALT1-F
               WHEN "SYNC"
                   OPEN    I-O         ALT1-F
                   IF      WK-ALT1-STATUS =    "35"
                           DISPLAY WK-PGM-NAME " ALT1-F ﾅｼ "
                                   "BUILDで作成"
                           MOVE    "BUILD"     TO      WK-MODE
                   END-IF
           END-EVALUATE
           IF      WK-MODE     =       "BUILD"
                   OPEN    OUTPUT      ALT1-F
                   IF      WK-ALT1-STATUS =    "00"
                           CLOSE   ALT1-F
                           OPEN    I-O         ALT1-F
                   END-IF
           END-IF
           IF      WK-ALT1-STATUS NOT = "00"
                   DISPLAY WK-PGM-NAME " ALT1-F OPEN ERROR STATUS="
                           WK-ALT1-STATUS " (" WK-ALT1-F-NAME ")"
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
           STRING  "ALTINDX 代替キー索引 MODE=" DELIMITED BY SIZE
                   WK-MODE     DELIMITED BY SPACE
                   " DATE=20"  DELIMITED BY SIZE
                   WDT-DATE-YY WDT-DATE-MM WDT-DATE-DD
                                       DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "  マスター="       DELIMITED BY SIZE
                   WK-PN3-F-NAME       DELIMITED BY SPACE
                   "  索引="           DELIMITED BY SIZE
                   WK-ALT1-F-NAME      DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** PRM1 1行の解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
                                       WK-PRM07 WK-PRM08 WK-PRM09
                                       WK-PRM10
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
                    WK-PRM07
                    WK-PRM08
                    WK-PRM09
                    WK-PRM10
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "DT"
                   PERFORM S025-10     THRU    S025-EX
               WHEN "F-MST"
                   MOVE    WK-PRM02    TO      WK-PN3-F-NAME
               WHEN "F-ALT"
                   MOVE    WK-PRM02    TO      WK-ALT1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** DT=nn,POS=p,LEN=l,IX=索引名[,NORM=D]
       S025-10.

           IF      WK-DF-CNT   >=      20      OR
                   WK-PRM03    NOT =   "POS"   OR
                   WK-PRM05    NOT =   "LEN"   OR
                   WK-PRM07    NOT =   "IX"    OR
                   WK-PRM08    =       SPACE   OR
                   WK-PRM02    =       SPACE   OR
                   WK-PRM04    =       SPACE   OR
                   WK-PRM06    =       SPACE
                   DISPLAY WK-PGM-NAME " PRM1-F DT= PARA ERROR="
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           IF      TRIM(WK-PRM02) IS NOT NUMERIC OR
                   TRIM(WK-PRM04) IS NOT NUMERIC OR
                   TRIM(WK-PRM06) IS NOT NUMERIC
                   DISPLAY WK-PGM-NAME " PRM1-F DT= PARA ERROR="
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

           ADD     1           TO      WK-DF-CNT
           MOVE    NUMVAL(WK-PRM02) TO WK-DF-DT (WK-DF-CNT)
           MOVE    NUMVAL(WK-PRM04) TO WK-DF-POS (WK-DF-CNT)
           MOVE    NUMVAL(WK-PRM06) TO WK-DF-LEN (WK-DF-CNT)
           MOVE    WK-PRM08    TO      WK-DF-IX (WK-DF-CNT)
           IF      WK-PRM09    =       "NORM"
                   MOVE    WK-PRM10    TO      WK-DF-NORM (WK-DF-CNT)
           END-IF

           IF      WK-DF-POS (WK-DF-CNT) < 1                   OR
                   WK-DF-LEN (WK-DF-CNT) < 1                   OR
                   WK-DF-LEN (WK-DF-CNT) > 40                  OR
                   WK-DF-POS (WK-DF-CNT) + WK-DF-LEN (WK-DF-CNT)
                                       >       2053            OR
                  (WK-DF-NORM (WK-DF-CNT) NOT = SPACE AND
                   WK-DF-NORM (WK-DF-CNT) NOT = "D")
                   DISPLAY WK-PGM-NAME " PRM1-F DT= POS/LEN/NORM ERROR="
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF

      *    *** 索引名の重複
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= WK-DF-CNT
               IF      WK-DF-IX (I) =      WK-DF-IX (WK-DF-CNT)
                   DISPLAY WK-PGM-NAME " PRM1-F IX= ﾁﾞｭｳﾌｸ="
                           PRM1-REC
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
               END-IF
           END-PERFORM
           .
       S025-EX.
           EXIT.

      *    *** マスターのファイル情報(本体/.dat/.idx の有る部品)
       S050-10.

           MOVE    LOW-VALUE   TO      WK-MST-STAMP
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
               MOVE    SPACE       TO      WK-FX-PATH
               STRING  WK-PN3-F-NAME   DELIMITED BY SPACE
                       WK-SFX (L)      DELIMITED BY SPACE
                       INTO    WK-FX-PATH
               CALL    "CBL_CHECK_FILE_EXIST" USING WK-FX-PATH
                                                  WK-FX-DETAILS
               END-CALL
               IF      RETURN-CODE =       ZERO
                       MOVE    WK-FX-DETAILS TO
                               WK-MST-STAMP (L * 16 - 15:16)
               END-IF
               MOVE    ZERO        TO      RETURN-CODE
           END-PERFORM
           .
       S050-EX.
           EXIT.

      *    *** 索引ファイルを先頭から。見出しで定義の変更を確かめ、
      *    *** 索引が指すマスターのレコードを読んで値を比べる
      *    *** (SYNCは消す、VERIFYは出す)
       S200-10.

           MOVE    LOW-VALUE   TO      ALT1-KEY
           START   ALT1-F      KEY >=  ALT1-KEY
               INVALID
                   GO  TO  S200-EX
           END-START

           MOVE    LOW-VALUE   TO      WK-ALT1-EOF
           PERFORM UNTIL WK-ALT1-EOF = HIGH-VALUE
               READ    ALT1-F  NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-ALT1-EOF
                   NOT AT  END
                       IF      ALT1-VAL    =       LOW-VALUE AND
                               ALT1-PKEY   =       ZERO
                           PERFORM S210-10     THRU    S210-EX
                       ELSE
                           PERFORM S220-10     THRU    S220-EX
                       END-IF
               END-READ
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 見出し1件。定義と同じか、同期の後にマスターが
      *    *** 変わっていないか
       S210-10.

           PERFORM S230-10     THRU    S230-EX
           IF      WK-DEF-IX   =       ZERO
                   MOVE    ALT1-IX     TO      WK-ISSUE-IX
                   MOVE    "PRM1に無い索引(SYNCで削除)"
                                       TO      WK-ISSUE
                   MOVE    ZERO        TO      WK-KEY-E
                   PERFORM S500-10     THRU    S500-EX
                   IF      WK-MODE     =       "SYNC"
                           DELETE  ALT1-F
                   END-IF
                   GO  TO  S210-EX
           END-IF

           IF      ALT1-H-DT   =       WK-DF-DT (WK-DEF-IX)   AND
                   ALT1-H-POS  =       WK-DF-POS (WK-DEF-IX)  AND
                   ALT1-H-LEN  =       WK-DF-LEN (WK-DEF-IX)  AND
                   ALT1-H-NORM =       WK-DF-NORM (WK-DEF-IX) AND
                   ALT1-H-MST  =       WK-PN3-F-NAME
                   MOVE    "S"         TO  WK-DF-STATE (WK-DEF-IX)
           ELSE
                   MOVE    "C"         TO  WK-DF-STATE (WK-DEF-IX)
                   MOVE    ALT1-IX     TO      WK-ISSUE-IX
                   MOVE    "定義が変わった(SYNCで作り直し)"
                                       TO      WK-ISSUE
                   MOVE    ZERO        TO      WK-KEY-E
                   PERFORM S500-10     THRU    S500-EX
                   IF      WK-MODE     =       "SYNC"
                           DELETE  ALT1-F
                   END-IF
                   GO  TO  S210-EX
           END-IF

           IF      ALT1-H-STAMP NOT =  WK-MST-STAMP
                   MOVE    "Y"         TO  WK-DF-STALE (WK-DEF-IX)
                   IF      WK-MODE     =       "VERIFY"
                           MOVE    ALT1-IX     TO      WK-ISSUE-IX
                           MOVE    "同期後にマスター変更"
                                               TO      WK-ISSUE
                           MOVE    ZERO        TO      WK-KEY-E
                           PERFORM S500-10     THRU    S500-EX
                   END-IF
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 索引1件。定義が変わった/無い索引は消す。
      *    *** マスターに無い、値が違う物は消す(VERIFYは出す)
       S220-10.

           PERFORM S230-10     THRU    S230-EX
           IF      WK-DEF-IX   =       ZERO
                   IF      WK-MODE     =       "SYNC"
                           DELETE  ALT1-F
                   END-IF
                   GO  TO  S220-EX
           END-IF
           IF      WK-DF-STATE (WK-DEF-IX) NOT = "S"
                   IF      WK-MODE     =       "SYNC"
                           DELETE  ALT1-F
                   END-IF
                   GO  TO  S220-EX
           END-IF

           MOVE    ALT1-PKEY   TO      PN3-KEY
           READ    PN3-F
                   KEY PN3-KEY
               INVALID
                   ADD     1           TO  WK-DF-MISS (WK-DEF-IX)
                   MOVE    ALT1-IX     TO      WK-ISSUE-IX
                   MOVE    "マスターに無いレコード"
                                       TO      WK-ISSUE
                   MOVE    ALT1-PKEY   TO      WK-KEY-E
                   PERFORM S500-10     THRU    S500-EX
                   IF      WK-MODE     =       "SYNC"
                           DELETE  ALT1-F
                   END-IF
                   GO  TO  S220-EX
           END-READ

           MOVE    WK-DEF-IX   TO      I
           PERFORM S310-10     THRU    S310-EX
           IF      WK-VAL      NOT =   ALT1-VAL
                   ADD     1           TO  WK-DF-CHG (WK-DEF-IX)
                   MOVE    ALT1-IX     TO      WK-ISSUE-IX
                   MOVE    "マスターの値と違う" TO WK-ISSUE
                   MOVE    ALT1-PKEY   TO      WK-KEY-E
                   PERFORM S500-10     THRU    S500-EX
                   IF      WK-MODE     =       "SYNC"
                           DELETE  ALT1-F
                   END-IF
           END-IF
           .
       S220-EX.
           EXIT.

      *    *** ALT1-IXの定義の添字(WK-DEF-IX、無ければ0)
       S230-10.

           MOVE    ZERO        TO      WK-DEF-IX
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-DF-CNT OR WK-DEF-IX > ZERO
               IF      WK-DF-IX (K) =      ALT1-IX
                       MOVE    K           TO      WK-DEF-IX
               END-IF
           END-PERFORM
           .
       S230-EX.
           EXIT.

      *    *** マスターを先頭から。定義毎に値を取り出し、
      *    *** 索引が無ければ足す(VERIFYは出す)
       S300-10.

           MOVE    ZERO        TO      PN3-KEY
           START   PN3-F       KEY >=  PN3-KEY
               INVALID
                   GO  TO  S300-EX
           END-START

           MOVE    LOW-VALUE   TO      WK-PN3-EOF
           PERFORM UNTIL WK-PN3-EOF = HIGH-VALUE
               READ    PN3-F   NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PN3-EOF
                   NOT AT  END
                       ADD     1           TO      WK-MST-CNT
                       PERFORM VARYING I FROM 1 BY 1
                               UNTIL I > WK-DF-CNT
                           PERFORM S320-10     THRU    S320-EX
                       END-PERFORM
               END-READ
           END-PERFORM
           .
       S300-EX.
           EXIT.

      *    *** 定義(I)の値をマスターのレコードから取り出す
      *    *** NORM=D は数字以外を詰める
       S310-10.

           MOVE    SPACE       TO      WK-VAL
           MOVE    PN3-REC (WK-DF-POS (I):WK-DF-LEN (I)) TO WK-VAL
           IF      WK-DF-NORM (I) NOT = "D"
                   GO  TO  S310-EX
           END-IF

           MOVE    WK-VAL      TO      WK-VAL-W
           MOVE    SPACE       TO      WK-VAL
           MOVE    ZERO        TO      J
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > WK-DF-LEN (I)
               IF      WK-VAL-W (L:1) IS NUMERIC
                       ADD     1           TO      J
                       MOVE    WK-VAL-W (L:1) TO   WK-VAL (J:1)
               END-IF
           END-PERFORM
           .
       S310-EX.
           EXIT.

      *    *** 定義(I)の索引が無ければ足す。空白の値は索引しない
       S320-10.

           PERFORM S310-10     THRU    S310-EX
           IF      WK-VAL      =       SPACE
                   GO  TO  S320-EX
           END-IF

           MOVE    WK-DF-IX (I) TO     ALT1-IX
           MOVE    WK-VAL      TO      ALT1-VAL
           MOVE    PN3-KEY     TO      ALT1-PKEY
           IF      WK-MODE     =       "BUILD"
                   GO  TO  S320-20
           END-IF

           READ    ALT1-F
                   KEY ALT1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   ADD     1           TO      WK-DF-CNT-R (I)
                   GO  TO  S320-EX
           END-READ

           IF      WK-MODE     =       "VERIFY"
                   ADD     1           TO      WK-DF-ADD (I)
                   MOVE    WK-DF-IX (I) TO     WK-ISSUE-IX
                   MOVE    "索引が無いレコード" TO WK-ISSUE
                   MOVE    PN3-KEY     TO      WK-KEY-E
                   PERFORM S500-10     THRU    S500-EX
                   GO  TO  S320-EX
           END-IF
           MOVE    WK-DF-IX (I) TO     ALT1-IX
           MOVE    WK-VAL      TO      ALT1-VAL
           MOVE    PN3-KEY     TO      ALT1-PKEY
           .
       S320-20.

           MOVE    SPACE       TO      ALT1-DATA
           MOVE    WK-DF-DT (I) TO     ALT1-H-DT
           WRITE   ALT1-REC
               INVALID
                   DISPLAY WK-PGM-NAME " ALT1-F WRITE ERROR STATUS="
                           WK-ALT1-STATUS " KEY=" ALT1-KEY
                   MOVE    8           TO      WK-RC-SAVE
               NOT INVALID
                   ADD     1           TO      WK-DF-ADD (I)
                                               WK-DF-CNT-R (I)
           END-WRITE
           .
       S320-EX.
           EXIT.

      *    *** 見出しの書換え(定義、マスターのファイル情報、日時、件数)
       S400-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DF-CNT
               MOVE    WK-DF-IX (I) TO     ALT1-IX
               MOVE    LOW-VALUE   TO      ALT1-VAL
               MOVE    ZERO        TO      ALT1-PKEY
               READ    ALT1-F
                       KEY ALT1-KEY
                   INVALID
                       MOVE    "N"         TO      WK-DEF-OK
                   NOT INVALID
                       MOVE    "Y"         TO      WK-DEF-OK
               END-READ

               MOVE    SPACE       TO      ALT1-DATA
               MOVE    WK-DF-DT (I) TO     ALT1-H-DT
               MOVE    WK-DF-POS (I) TO    ALT1-H-POS
               MOVE    WK-DF-LEN (I) TO    ALT1-H-LEN
               MOVE    WK-DF-NORM (I) TO   ALT1-H-NORM
               MOVE    WK-PN3-F-NAME TO    ALT1-H-MST
               MOVE    WK-MST-STAMP TO     ALT1-H-STAMP
               MOVE    WK-NOW-YMD  TO      ALT1-H-YMD
               MOVE    WK-NOW-HMS-X (1:6) TO ALT1-H-HMS
               MOVE    WK-DF-CNT-R (I) TO  ALT1-H-CNT

               IF      WK-DEF-OK   =       "Y"
                       REWRITE ALT1-REC
               ELSE
                       WRITE   ALT1-REC
               END-IF
               IF      WK-ALT1-STATUS NOT = "00"
                       DISPLAY WK-PGM-NAME " ALT1-F HDR ERROR STATUS="
                               WK-ALT1-STATUS " IX=" ALT1-IX
                       MOVE    8           TO      WK-RC-SAVE
               END-IF
           END-PERFORM
           .
       S400-EX.
           EXIT.

      *    *** 食い違い1行(200行まで、以降は件数のみ)
       S500-10.

           ADD     1           TO      WK-ISSUE-CNT
           IF      WK-ISSUE-CNT >      200
                   GO  TO  S500-EX
           END-IF

           MOVE    SPACE       TO      POT1-REC
           STRING  "  IX="     DELIMITED BY SIZE
                   WK-ISSUE-IX DELIMITED BY SPACE
                   INTO    POT1-REC
           IF      WK-KEY-E    NOT =   ZERO
                   STRING  "KEY="      DELIMITED BY SIZE
                           WK-KEY-E    DELIMITED BY SIZE
                           INTO    POT1-REC (17:)
           END-IF
           MOVE    WK-ISSUE    TO      POT1-REC (28:)
           WRITE   POT1-REC
           .
       S500-EX.
           EXIT.

       S900-10.

      *    *** 定義毎の件数
           MOVE    ALL "-"     TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           MOVE    "  索引     DT  POS LEN NORM" TO POT1-REC
           IF      WK-MODE     =       "VERIFY"
                   MOVE    "無い索引"  TO      WK-ISSUE
           ELSE
                   MOVE    "追加件数"  TO      WK-ISSUE
           END-IF
           STRING  "索引件数  "        DELIMITED BY SIZE
                   WK-ISSUE (1:12)     DELIMITED BY SPACE
                   "  ﾏｽﾀｰ無し  "      DELIMITED BY SIZE
                   "値違い"            DELIMITED BY SIZE
                   INTO    POT1-REC (32:)
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DF-CNT
               MOVE    SPACE       TO      POT1-REC
               MOVE    WK-DF-IX (I) TO     POT1-REC (3:)
               MOVE    WK-DF-DT (I) TO     POT1-REC (12:)
               MOVE    WK-DF-POS (I) TO    WK-NUM-E
               MOVE    WK-NUM-E    TO      POT1-REC (15:)
               MOVE    WK-DF-LEN (I) TO    WK-NUM-E
               MOVE    WK-NUM-E (3:2) TO   POT1-REC (21:)
               MOVE    WK-DF-NORM (I) TO   POT1-REC (26:)
               MOVE    WK-DF-CNT-R (I) TO  WK-CNT-E
               MOVE    WK-DF-ADD (I) TO    WK-CNT-E2
               MOVE    WK-DF-MISS (I) TO   WK-CNT-E3
               MOVE    WK-DF-CHG (I) TO    WK-CNT-E4
               MOVE    WK-CNT-E    TO      POT1-REC (32:)
               MOVE    WK-CNT-E2   TO      POT1-REC (42:)
               MOVE    WK-CNT-E3   TO      POT1-REC (52:)
               MOVE    WK-CNT-E4   TO      POT1-REC (62:)
               IF      WK-DF-STATE (I) = "C"
                       MOVE    "定義変更で作り直し"
                                       TO      POT1-REC (72:)
               END-IF
               IF      WK-DF-STALE (I) = "Y" AND
                       WK-MODE     =       "SYNC"
                       MOVE    "マスター変更を同期"
                                       TO      POT1-REC (72:)
               END-IF
               WRITE   POT1-REC
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           MOVE    WK-MST-CNT  TO      WK-CNT-E
           MOVE    WK-ISSUE-CNT TO     WK-CNT-E2
           STRING  "  マスター "       DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "件  食い違い "     DELIMITED BY SIZE
                   WK-CNT-E2           DELIMITED BY SIZE
                   "件"                DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           CLOSE   POT1-F
           CLOSE   PN3-F
           CLOSE   ALT1-F

      *    *** VERIFYで食い違いがあればRC=4
           IF      WK-MODE     =       "VERIFY" AND
                   WK-ISSUE-CNT >      ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF

           DISPLAY WK-PGM-NAME " END MODE=" WK-MODE
                   " MST=" WK-MST-CNT " ISSUE=" WK-ISSUE-CNT
                   " RC=" WK-RC-SAVE

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
