      *    *** 項目暗号化の鍵版数ローテーション
      *    *** FLDCRYPTの鍵庫(FLDCRYPT.KEY)には版数付きで鍵を
      *    *** 置けるが、旧版数で暗号化したマスターや抽出は
      *    *** そのまま残り、旧版数を鍵庫から外せなかった。
      *    *** DT=行の項目一覧(保護対象項目と鍵版数の控え位置)に
      *    *** 従い、項目毎に記録された版数で復号し、現行版数で
      *    *** 暗号化し直して、ファイルの新世代を書く。
      *    ***   ・鍵版数の控え(KV=、3桁)がある項目はレコード毎の
      *    ***     控えの版数で復号し、控えを新版数に書き換える。
      *    ***     KV=が無い項目はファイル単位の版数(OLDKEY=、
      *    ***     無ければFLDCRYPBが残す 入力ファイル名.KEYID)
      *    ***   ・控えが数字でない/000の項目は暗号化されていない
      *    ***     ものとしてそのまま写す(RC=4)
      *    ***   ・鍵庫に無い版数の項目はそのまま写し、新世代で
      *    ***     置き換えない(RC=8)
      *    ***   ・CHKPT=指定時はCHKIVL=件毎に書込み済み件数と
      *    ***     版数毎の件数をチェックポイントへ残し、異常終了後の
      *    ***     再実行はその続きから新世代を書き足す
      *    ***   ・正常終了時、REPLACE=Yなら入力を .OLD へ退避して
      *    ***     新世代に置き換え、.KEYIDも新版数にする
      *    ***   ・レポートに版数毎の回転件数を出し、旧版数が
      *    ***     新世代に残っていないこと(削除可)を示す
      *    *** 鍵版数を扱う為、サインオンと(KEYROTAT,ROTATE)権限
      *    *** が必要。実行はSECCHK.LOGへ記録する
      *    ***
      *    *** 起動引数: 1=PRM1(既定KEYROTATE.PRM1)
      *    *** PRM1の行:
      *    ***   F-IN=入力  F-NEW=新世代(既定 入力ファイル名.NEW)
      *    ***   RLEN=レコード長(1-4096)
      *    ***   NEWKEY=新版数(既定 鍵庫の最大版数)
      *    ***   OLDKEY=KV=の無い項目の版数(既定 入力.KEYID)
      *    ***   F-KEY=鍵庫(既定FLDCRYPT.KEY、版数の一覧のみ読む)
      *    ***   F-OT=レポート(既定KEYROTATE.POT1)
      *    ***   CHKPT=チェックポイントファイル名(任意)
      *    ***   CHKIVL=チェックポイント間隔件数(既定500)
      *    ***   REPLACE=Y/N(既定Y)
      *    ***   DT=nn,POS=p,LEN=l[,KV=k]  保護対象項目(LEN<=256)
      *    ***     KV=kは鍵版数の控え(3桁)の位置。複数項目で共有可

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             KEYROTATE.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 鍵庫(版数の一覧だけを読む)
           SELECT KEY1-F           ASSIGN   WK-KEY1-F-NAME
                               STATUS   WK-KEY1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 鍵版数の控え(FLDCRYPBと同じ形式)
           SELECT KID1-F           ASSIGN   WK-KID1-F-NAME
                               STATUS   WK-KID1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 中断再開チェックポイント
           SELECT CHK1-F           ASSIGN   WK-CHK1-F-NAME
                               STATUS   WK-CHK1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

       FD  KEY1-F
           LABEL RECORDS ARE STANDARD.
       01  KEY1-REC.
           03  KEY1-ID         PIC  9(003).
           03  FILLER          PIC  X(001).
           03  FILLER          PIC  X(032).

       FD  KID1-F
           LABEL RECORDS ARE STANDARD.
       01  KID1-REC.
           03  KID1-HDR        PIC  X(006).
           03  KID1-KEYID      PIC  9(003).

      *    *** R=件数(VERは新版数) V=版数毎の件数 N=版数なし件数
       FD  CHK1-F
           LABEL RECORDS ARE STANDARD.
       01  CHK1-REC.
           03  CHK1-KIND       PIC  X(001).
           03  CHK1-VER        PIC  9(003).
           03  CHK1-CNT1       PIC  9(009).
           03  CHK1-CNT2       PIC  9(009).
           03  CHK1-CNT3       PIC  9(009).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(120).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(010) VALUE "KEYROTATE".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "KEYROTATE.PRM1".
           03  WK-KEY1-F-NAME  PIC  X(032) VALUE "FLDCRYPT.KEY".
           03  WK-KID1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-CHK1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "KEYROTATE.POT1".
           03  WK-PIN-NAME     PIC  X(032) VALUE SPACE.
           03  WK-POT-NAME     PIC  X(032) VALUE SPACE.

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-KEY1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-KID1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CHK1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-KEY1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CHK1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-RC-SAVE      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

           03  WK-RLEN         BINARY-LONG SYNC VALUE ZERO.
           03  WK-NEWKEY       PIC  9(003) VALUE ZERO.
           03  WK-OLDKEY       PIC  9(003) VALUE ZERO.
      *    *** 入力ファイル名.KEYIDの版数(無ければZERO)
           03  WK-IN-KEYID     PIC  9(003) VALUE ZERO.
           03  WK-REPLACE      PIC  X(001) VALUE "Y".
      *    *** N=KV=の無い項目がある
           03  WK-KV-USE       PIC  X(001) VALUE "Y".

      *    *** チェックポイント
           03  WK-CHKPT-SKIP-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHKPT-IVL-CNT BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHKPT-IVL-MAX BINARY-LONG SYNC VALUE 500.

           03  WK-REC-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOVER-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ROT-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-REC-CNT-E    PIC --,---,---,--9 VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(010) VALUE SPACE.

      *    *** 入出力バイトストリーム(streams2方式)
           03  WK-IN-FILEHANDLE    USAGE POINTER.
           03  WK-IN-CFILE     PIC  X(033) VALUE SPACE.
           03  WK-IN-ACCESS    BINARY-LONG SYNC VALUE 1.
           03  WK-IN-LOCK      PIC  X(001) VALUE SPACE.
           03  WK-IN-DEV       PIC  X(001) VALUE SPACE.
           03  WK-IN-OFFSET    PIC  9(018) COMP VALUE ZERO.
           03  WK-IN-RDLEN     PIC  9(008) COMP VALUE ZERO.
           03  WK-IN-FLAGS     BINARY-CHAR SYNC VALUE ZERO.

      *    *** 新世代は新規2(作成)、再開時は3(読み書き)で開く
           03  WK-OT-FILEHANDLE    USAGE POINTER.
           03  WK-OT-CFILE     PIC  X(033) VALUE SPACE.
           03  WK-OT-ACCESS    BINARY-LONG SYNC VALUE 2.
           03  WK-OT-LOCK      PIC  X(001) VALUE SPACE.
           03  WK-OT-DEV       PIC  X(001) VALUE SPACE.
           03  WK-OT-OFFSET    PIC  9(018) COMP VALUE ZERO.
           03  WK-OT-WRLEN     PIC  9(008) COMP VALUE ZERO.
           03  WK-OT-FLAGS     BINARY-CHAR SYNC VALUE ZERO.

           03  WK-BUF          PIC  X(4096) VALUE SPACE.

      *    *** シェルへ渡す名前の検査
           03  WK-CHK-X        PIC  X(080) VALUE SPACE.
           03  WK-CHK-OK       PIC  X(001) VALUE "Y".
           03  WK-CHK-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-CMD          PIC  X(200) VALUE SPACE.

      *    *** 版数表の検索
           03  WK-FIND-VER     PIC  9(003) VALUE ZERO.
           03  WK-FOUND-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-VER-X        PIC  X(003) VALUE SPACE.

      *    *** レポート
           03  WK-HD1.
             05  FILLER        PIC  X(030) VALUE
                 "鍵版数ローテーション".
             05  FILLER        PIC  X(011) VALUE " 実行日 ".
             05  WK-HD1-YMD    PIC  9999/99/99.
           03  WK-HD3.
             05  FILLER        PIC  X(016) VALUE "版数".
             05  FILLER        PIC  X(020) VALUE "回転件数".
             05  FILLER        PIC  X(020) VALUE "既に新版".
             05  FILLER        PIC  X(022) VALUE "鍵庫ﾅｼ(残存)".
             05  FILLER        PIC  X(006) VALUE "判定".
           03  WK-DL.
             05  WK-DL-VER     PIC  9(003).
             05  FILLER        PIC  X(007) VALUE SPACE.
             05  WK-DL-ROT     PIC  ---,---,--9.
             05  FILLER        PIC  X(005) VALUE SPACE.
             05  WK-DL-CUR     PIC  ---,---,--9.
             05  FILLER        PIC  X(005) VALUE SPACE.
             05  WK-DL-NG      PIC  ---,---,--9.
             05  FILLER        PIC  X(004) VALUE SPACE.
             05  WK-DL-NOTE    PIC  X(050).
           03  WK-CNT-E        PIC  ---,---,--9.
           03  WK-CNT-E2       PIC  ---,---,--9.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPFLDCRYPT  REPLACING ==:##:== BY ==WFC==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

      *    *** 保護対象項目(最大20)
      *    *** TBL01-V=当レコードでの記録版数(ZERO=版数なし)
       01  TBL-AREA.
           03  WK-DT-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-P       BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-L       BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-KV      BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-V       PIC  9(003) VALUE ZERO.

      *    *** 版数毎の件数(最大99版)
       01  TBL2-AREA.
           03  WK-VS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  TBL02-AREA      OCCURS 99.
             05  TBL02-VER     PIC  9(003) VALUE ZERO.
             05  TBL02-ROT     BINARY-LONG SYNC VALUE ZERO.
             05  TBL02-CUR     BINARY-LONG SYNC VALUE ZERO.
             05  TBL02-NG      BINARY-LONG SYNC VALUE ZERO.
           03  TBL02-SAVE.
             05  FILLER        PIC  9(003) VALUE ZERO.
             05  FILLER        BINARY-LONG SYNC VALUE ZERO.
             05  FILLER        BINARY-LONG SYNC VALUE ZERO.
             05  FILLER        BINARY-LONG SYNC VALUE ZERO.

      *    *** 鍵庫にある版数
       01  TBL3-AREA.
           03  WK-KS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  TBL03-VER       PIC  9(003) OCCURS 99 VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** PRM1読込、鍵庫の版数、権限確認
           PERFORM S010-10     THRU    S010-EX
           PERFORM S020-10     THRU    S020-EX
           PERFORM S040-10     THRU    S040-EX
           PERFORM S060-10     THRU    S060-EX

      *    *** チェックポイント、新世代の書出し
           PERFORM S080-10     THRU    S080-EX
           PERFORM S100-10     THRU    S100-EX

      *    *** レポート、置き換え
           PERFORM S300-10     THRU    S300-EX
           PERFORM S400-10     THRU    S400-EX

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
                                       PRM1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS
                   STOP    RUN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** PRM1読込、妥当性チェック
       S020-10.

           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S030-10     THRU    S030-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-PIN-NAME =       SPACE
                   DISPLAY WK-PGM-NAME " F-IN= 指定がない"
                   STOP    RUN
           END-IF
           IF      WK-POT-NAME =       SPACE
                   STRING  WK-PIN-NAME DELIMITED BY SPACE
                           ".NEW"      DELIMITED BY SIZE
                           INTO    WK-POT-NAME
           END-IF
           IF      WK-RLEN     <       1   OR  >   4096
                   DISPLAY WK-PGM-NAME " RLEN=1-4096を指定する"
                   STOP    RUN
           END-IF
           IF      WK-DT-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " DT= 指定がない"
                   STOP    RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DT-CNT
               IF      TBL01-P (I) + TBL01-L (I) - 1 > WK-RLEN   OR
                       TBL01-KV (I) + 2 > WK-RLEN
                       DISPLAY WK-PGM-NAME " DT= RLEN超え I=" I
                       STOP    RUN
               END-IF
               IF      TBL01-KV (I) =      ZERO
                       MOVE    "N"         TO      WK-KV-USE
               END-IF
           END-PERFORM
           .
       S020-EX.
           EXIT.

      *    *** PRM1の1行解析
       S030-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S030-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM02 WK-PRM03
                                       WK-PRM04 WK-PRM05 WK-PRM06
                                       WK-PRM07 WK-PRM08
           UNSTRING PRM1-REC   DELIMITED BY "," OR "=" OR SPACE
               INTO WK-PRM01
                    WK-PRM02
                    WK-PRM03
                    WK-PRM04
                    WK-PRM05
                    WK-PRM06
                    WK-PRM07
                    WK-PRM08
           END-UNSTRING

           EVALUATE WK-PRM01
               WHEN "F-IN"
                   MOVE    WK-PRM02    TO      WK-PIN-NAME
               WHEN "F-NEW"
                   MOVE    WK-PRM02    TO      WK-POT-NAME
               WHEN "F-KEY"
                   MOVE    WK-PRM02    TO      WK-KEY1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM02    TO      WK-POT1-F-NAME
               WHEN "CHKPT"
                   MOVE    WK-PRM02    TO      WK-CHK1-F-NAME
               WHEN "CHKIVL"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO
                            WK-CHKPT-IVL-MAX
                   END-IF
               WHEN "REPLACE"
                   MOVE    WK-PRM02 (1:1) TO   WK-REPLACE
               WHEN "NEWKEY"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-NEWKEY
                   END-IF
               WHEN "OLDKEY"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-OLDKEY
                   END-IF
               WHEN "RLEN"
                   IF      WK-PRM02 (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WK-PRM02) TO WK-RLEN
                   END-IF
               WHEN "DT"
                   IF      WK-PRM03    =   "POS"   AND
                           WK-PRM05    =   "LEN"   AND
                           WK-PRM04 (1:1) IS NUMERIC   AND
                           WK-PRM06 (1:1) IS NUMERIC   AND
                           FUNCTION NUMVAL(WK-PRM06) <= 256 AND
                           (WK-PRM07   =   SPACE   OR
                            (WK-PRM07  =   "KV"    AND
                             WK-PRM08 (1:1) IS NUMERIC))  AND
                           WK-DT-CNT   <   20
                       ADD     1           TO      WK-DT-CNT
                       MOVE    FUNCTION NUMVAL(WK-PRM04) TO
                               TBL01-P (WK-DT-CNT)
                       MOVE    FUNCTION NUMVAL(WK-PRM06) TO
                               TBL01-L (WK-DT-CNT)
                       IF      WK-PRM07    =   "KV"
                           MOVE    FUNCTION NUMVAL(WK-PRM08) TO
                                   TBL01-KV (WK-DT-CNT)
                       END-IF
                   ELSE
                       DISPLAY WK-PGM-NAME " PRM1-F DT= PARA ERROR="
                               PRM1-REC
                       STOP    RUN
                   END-IF
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1-F PARA ERROR="
                           PRM1-REC
                   STOP    RUN
           END-EVALUATE
           .
       S030-EX.
           EXIT.

      *    *** 鍵庫の版数一覧、新版数/ファイル単位の旧版数の決定
       S040-10.

           OPEN    INPUT       KEY1-F
           IF      WK-KEY1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " KEY1-F OPEN ERROR STATUS="
                           WK-KEY1-STATUS " (" WK-KEY1-F-NAME ")"
                   STOP    RUN
           END-IF
           PERFORM UNTIL WK-KEY1-EOF = HIGH-VALUE
               READ    KEY1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-KEY1-EOF
                   NOT AT  END
                       IF      KEY1-ID IS NUMERIC  AND
                               WK-KS-CNT < 99
                           ADD     1           TO      WK-KS-CNT
                           MOVE    KEY1-ID     TO
                                   TBL03-VER (WK-KS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   KEY1-F

      *    *** 新版数の既定は鍵庫の最大版数
           IF      WK-NEWKEY   =       ZERO
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-KS-CNT
                   IF      TBL03-VER (I) > WK-NEWKEY
                           MOVE    TBL03-VER (I) TO    WK-NEWKEY
                   END-IF
               END-PERFORM
           END-IF
           MOVE    WK-NEWKEY   TO      WK-FIND-VER
           PERFORM S250-10     THRU    S250-EX
           IF      WK-FOUND-IX =       ZERO
                   DISPLAY WK-PGM-NAME " NEWKEY 鍵庫ﾆﾅｼ="
                           WK-NEWKEY
                   STOP    RUN
           END-IF

      *    *** 入力ファイル名.KEYID(FLDCRYPBの控え)
           MOVE    SPACE       TO      WK-KID1-F-NAME
           STRING  WK-PIN-NAME DELIMITED BY SPACE
                   ".KEYID"    DELIMITED BY SIZE
                   INTO    WK-KID1-F-NAME
           OPEN    INPUT       KID1-F
           IF      WK-KID1-STATUS =    ZERO
                   READ    KID1-F
                       NOT AT  END
                           IF      KID1-KEYID IS NUMERIC
                                   MOVE    KID1-KEYID TO WK-IN-KEYID
                           END-IF
                   END-READ
                   CLOSE   KID1-F
           END-IF
           IF      WK-OLDKEY   =       ZERO
                   MOVE    WK-IN-KEYID TO      WK-OLDKEY
           END-IF
           IF      WK-KV-USE   =       "N"     AND
                   WK-OLDKEY   =       ZERO
                   DISPLAY WK-PGM-NAME
                           " KV=ﾅｼﾉ項目ｱﾘ"
                           " OLDKEY=/.KEYID ﾅｼ"
                   STOP    RUN
           END-IF

           DISPLAY WK-PGM-NAME " NEWKEY=" WK-NEWKEY
                   " OLDKEY=" WK-OLDKEY
           .
       S040-EX.
           EXIT.

      *    *** シェルへ渡す名前(WK-CHK-X)に英数字 . _ - / 以外が
      *    *** 無いか検査(WK-CHK-OK=N:不正)
       S050-10.

           MOVE    "Y"         TO      WK-CHK-OK
           PERFORM VARYING WK-CHK-P FROM 1 BY 1 UNTIL WK-CHK-P > 80
               IF      WK-CHK-X (WK-CHK-P:1) NOT = SPACE
                   IF      WK-CHK-X (WK-CHK-P:1) IS ALPHABETIC  OR
                           WK-CHK-X (WK-CHK-P:1) IS NUMERIC     OR
                           WK-CHK-X (WK-CHK-P:1) =    "."       OR
                           WK-CHK-X (WK-CHK-P:1) =    "_"       OR
                           WK-CHK-X (WK-CHK-P:1) =    "-"       OR
                           WK-CHK-X (WK-CHK-P:1) =    "/"
                           CONTINUE
                   ELSE
                           MOVE    "N"         TO      WK-CHK-OK
                   END-IF
               END-IF
           END-PERFORM
           .
       S050-EX.
           EXIT.

      *    *** サインオンと(KEYROTAT,ROTATE)権限
       S060-10.

           DISPLAY WK-PGM-NAME " OPERATOR ID ?"
           ACCEPT  WSC-OPID
           DISPLAY WK-PGM-NAME " PASSWORD ?"
           ACCEPT  WSC-PASS
           MOVE    "SIGNON"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   STOP    RUN
           END-IF
           MOVE    "CHECK "    TO      WSC-ID
           MOVE    "KEYROTAT"  TO      WSC-PGM
           MOVE    "ROTATE"    TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   STOP    RUN
           END-IF
           .
       S060-EX.
           EXIT.

      *    *** チェックポイントが残っていれば書込み済み件数と
      *    *** 版数毎の件数を戻し、新世代はその続きから書く
       S080-10.

           IF      WK-CHK1-F-NAME =    SPACE
                   GO  TO  S080-EX
           END-IF
           OPEN    INPUT       CHK1-F
           IF      WK-CHK1-STATUS NOT = ZERO
                   GO  TO  S080-EX
           END-IF

           PERFORM UNTIL WK-CHK1-EOF = HIGH-VALUE
               READ    CHK1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-CHK1-EOF
                   NOT AT  END
                       PERFORM S090-10     THRU    S090-EX
               END-READ
           END-PERFORM
           CLOSE   CHK1-F

           MOVE    3           TO      WK-OT-ACCESS
           DISPLAY WK-PGM-NAME
                   " CHKPT RESTART SKIP=" WK-CHKPT-SKIP-CNT
                   " (" WK-CHK1-F-NAME ")"
           .
       S080-EX.
           EXIT.

      *    *** チェックポイント1行
       S090-10.

           EVALUATE CHK1-KIND
               WHEN "R"
                   IF      CHK1-VER    NOT =   WK-NEWKEY
                       DISPLAY WK-PGM-NAME
                               " CHKPT NEWKEY ﾁｶﾞｲ=" CHK1-VER
                       STOP    RUN
                   END-IF
                   MOVE    CHK1-CNT1   TO      WK-CHKPT-SKIP-CNT
               WHEN "V"
                   MOVE    CHK1-VER    TO      WK-FIND-VER
                   PERFORM S210-10     THRU    S210-EX
                   MOVE    CHK1-CNT1   TO      TBL02-ROT (K)
                   MOVE    CHK1-CNT2   TO      TBL02-CUR (K)
                   MOVE    CHK1-CNT3   TO      TBL02-NG (K)
               WHEN "N"
                   MOVE    CHK1-CNT1   TO      WK-NOVER-CNT
           END-EVALUATE
           .
       S090-EX.
           EXIT.

      *    *** 新世代の書出し(固定長レコード単位、対象項目のみ置換え)
       S100-10.

           MOVE    SPACE       TO      WK-IN-CFILE
           STRING  WK-PIN-NAME DELIMITED BY SPACE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-IN-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-IN-CFILE
                                         WK-IN-ACCESS
                                         WK-IN-LOCK
                                         WK-IN-DEV
                                         WK-IN-FILEHANDLE
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " F-IN OPEN ERROR RC="
                           RETURN-CODE " (" WK-PIN-NAME ")"
                   STOP    RUN
           END-IF

           MOVE    SPACE       TO      WK-OT-CFILE
           STRING  WK-POT-NAME DELIMITED BY SPACE
                   X"00"       DELIMITED BY SIZE
                   INTO    WK-OT-CFILE
           CALL    "CBL_OPEN_FILE" USING WK-OT-CFILE
                                         WK-OT-ACCESS
                                         WK-OT-LOCK
                                         WK-OT-DEV
                                         WK-OT-FILEHANDLE
           IF      RETURN-CODE NOT =   ZERO
                   DISPLAY WK-PGM-NAME " F-NEW OPEN ERROR RC="
                           RETURN-CODE " (" WK-POT-NAME ")"
                   STOP    RUN
           END-IF

      *    *** 再開時は書込み済み件数分の位置から読み書きする
           COMPUTE WK-IN-OFFSET =  WK-CHKPT-SKIP-CNT * WK-RLEN
           MOVE    WK-IN-OFFSET TO     WK-OT-OFFSET
           MOVE    WK-CHKPT-SKIP-CNT TO WK-REC-CNT
           MOVE    WK-RLEN     TO      WK-IN-RDLEN
                                       WK-OT-WRLEN

           PERFORM WITH TEST BEFORE UNTIL 1 = 2
               CALL    "CBL_READ_FILE" USING WK-IN-FILEHANDLE
                                             WK-IN-OFFSET
                                             WK-IN-RDLEN
                                             WK-IN-FLAGS
                                             WK-BUF
               IF      RETURN-CODE NOT =   ZERO
                       EXIT    PERFORM
               END-IF
               ADD     1           TO      WK-REC-CNT

               PERFORM S200-10     THRU    S200-EX

               CALL    "CBL_WRITE_FILE" USING WK-OT-FILEHANDLE
                                              WK-OT-OFFSET
                                              WK-OT-WRLEN
                                              WK-OT-FLAGS
                                              WK-BUF
               IF      RETURN-CODE NOT =   ZERO
                       DISPLAY WK-PGM-NAME " WRITE ERROR RC="
                               RETURN-CODE
                       STOP    RUN
               END-IF

               ADD     WK-RLEN     TO      WK-IN-OFFSET
                                           WK-OT-OFFSET

               IF      WK-CHK1-F-NAME NOT = SPACE
                       PERFORM S150-10     THRU    S150-EX
               END-IF
           END-PERFORM
           MOVE    ZERO        TO      RETURN-CODE

           CALL    "CBL_CLOSE_FILE" USING WK-IN-FILEHANDLE
           CALL    "CBL_CLOSE_FILE" USING WK-OT-FILEHANDLE
           MOVE    ZERO        TO      RETURN-CODE

      *    *** 新世代の鍵版数の控え
           MOVE    SPACE       TO      WK-KID1-F-NAME
           STRING  WK-POT-NAME DELIMITED BY SPACE
                   ".KEYID"    DELIMITED BY SIZE
                   INTO    WK-KID1-F-NAME
           MOVE    WK-NEWKEY   TO      WK-FIND-VER
           PERFORM S180-10     THRU    S180-EX
           .
       S100-EX.
           EXIT.

      *    *** CHECKPOINT WRITE、WK-CHKPT-IVL-MAX件毎に新世代の
      *    *** 書込み済み件数と版数毎の件数をCHK1-Fへ書き直す
       S150-10.

           ADD     1           TO      WK-CHKPT-IVL-CNT
           IF      WK-CHKPT-IVL-CNT <  WK-CHKPT-IVL-MAX
                   GO  TO  S150-EX
           END-IF

           OPEN    OUTPUT      CHK1-F
           IF      WK-CHK1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CHK1-F OPEN ERROR STATUS="
                           WK-CHK1-STATUS
                   STOP    RUN
           END-IF

           MOVE    "R"         TO      CHK1-KIND
           MOVE    WK-NEWKEY   TO      CHK1-VER
           MOVE    WK-REC-CNT  TO      CHK1-CNT1
           MOVE    ZERO        TO      CHK1-CNT2 CHK1-CNT3
           WRITE   CHK1-REC
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-VS-CNT
               MOVE    "V"         TO      CHK1-KIND
               MOVE    TBL02-VER (K) TO    CHK1-VER
               MOVE    TBL02-ROT (K) TO    CHK1-CNT1
               MOVE    TBL02-CUR (K) TO    CHK1-CNT2
               MOVE    TBL02-NG (K) TO     CHK1-CNT3
               WRITE   CHK1-REC
           END-PERFORM
           MOVE    "N"         TO      CHK1-KIND
           MOVE    ZERO        TO      CHK1-VER CHK1-CNT2 CHK1-CNT3
           MOVE    WK-NOVER-CNT TO     CHK1-CNT1
           WRITE   CHK1-REC
           IF      WK-CHK1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CHK1-F WRITE ERROR STATUS="
                           WK-CHK1-STATUS
                   STOP    RUN
           END-IF

           CLOSE   CHK1-F
           MOVE    ZERO        TO      WK-CHKPT-IVL-CNT
           .
       S150-EX.
           EXIT.

      *    *** 鍵版数の控え(WK-KID1-F-NAME)へWK-FIND-VERを書く
       S180-10.

           OPEN    OUTPUT      KID1-F
           IF      WK-KID1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " KID1-F OPEN ERROR STATUS="
                           WK-KID1-STATUS
                   GO  TO  S180-EX
           END-IF
           MOVE    "KEYID="    TO      KID1-HDR
           MOVE    WK-FIND-VER TO      KID1-KEYID
           WRITE   KID1-REC
           CLOSE   KID1-F
           .
       S180-EX.
           EXIT.

      *    *** 1レコードの項目を新版数で暗号化し直す。控えを共有する
      *    *** 項目があるため、先に全項目の記録版数を取り出しておく
       S200-10.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DT-CNT
               IF      TBL01-KV (I) =      ZERO
                       MOVE    WK-OLDKEY   TO      TBL01-V (I)
               ELSE
                       MOVE    WK-BUF (TBL01-KV (I):3) TO WK-VER-X
                       IF      WK-VER-X    IS NUMERIC
                               MOVE    WK-VER-X    TO      TBL01-V (I)
                       ELSE
                               MOVE    ZERO        TO      TBL01-V (I)
                       END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-DT-CNT
               PERFORM S220-10     THRU    S220-EX
           END-PERFORM
           .
       S200-EX.
           EXIT.

      *    *** 版数毎の件数表からWK-FIND-VERを探し、無ければ追加
      *    *** (K=見つけた/追加した位置)
       S210-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-VS-CNT
               IF      TBL02-VER (K) =     WK-FIND-VER
                       GO  TO  S210-EX
               END-IF
           END-PERFORM
           IF      WK-VS-CNT   >=      99
                   DISPLAY WK-PGM-NAME " 版数 TABLE OVER"
                   STOP    RUN
           END-IF
           ADD     1           TO      WK-VS-CNT
           MOVE    WK-VS-CNT   TO      K
           MOVE    WK-FIND-VER TO      TBL02-VER (K)
           MOVE    ZERO        TO      TBL02-ROT (K)
                                       TBL02-CUR (K)
                                       TBL02-NG (K)
           .
       S210-EX.
           EXIT.

      *    *** 項目(I)1つ。記録版数で復号し新版数で暗号化する
       S220-10.

           IF      TBL01-V (I) =       ZERO
                   ADD     1           TO      WK-NOVER-CNT
                   GO  TO  S220-EX
           END-IF

           MOVE    TBL01-V (I) TO      WK-FIND-VER
           PERFORM S210-10     THRU    S210-EX

           IF      TBL01-V (I) =       WK-NEWKEY
                   ADD     1           TO      TBL02-CUR (K)
                   GO  TO  S220-EX
           END-IF

           PERFORM S250-10     THRU    S250-EX
           IF      WK-FOUND-IX =       ZERO
                   ADD     1           TO      TBL02-NG (K)
                   GO  TO  S220-EX
           END-IF

           MOVE    "DEC   "    TO      WFC-ID
           MOVE    TBL01-V (I) TO      WFC-KEYID
           MOVE    TBL01-L (I) TO      WFC-LEN
           MOVE    WK-BUF (TBL01-P (I):TBL01-L (I)) TO WFC-DATA
           CALL    "FLDCRYPT"  USING   WFC-FLDCRYPT-AREA
           IF      WFC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " FLDCRYPT DEC NG REC="
                           WK-REC-CNT
                   STOP    RUN
           END-IF

           MOVE    "ENC   "    TO      WFC-ID
           MOVE    WK-NEWKEY   TO      WFC-KEYID
           MOVE    TBL01-L (I) TO      WFC-LEN
           CALL    "FLDCRYPT"  USING   WFC-FLDCRYPT-AREA
           IF      WFC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " FLDCRYPT ENC NG REC="
                           WK-REC-CNT
                   STOP    RUN
           END-IF
           MOVE    WFC-DATA (1:TBL01-L (I)) TO
                   WK-BUF (TBL01-P (I):TBL01-L (I))

           IF      TBL01-KV (I) NOT =  ZERO
                   MOVE    WK-NEWKEY   TO      WK-VER-X
                   MOVE    WK-VER-X    TO
                           WK-BUF (TBL01-KV (I):3)
           END-IF
           ADD     1           TO      TBL02-ROT (K)
           .
       S220-EX.
           EXIT.

      *    *** WK-FIND-VERが鍵庫にあるか(WK-FOUND-IX=ZERO:無い)
       S250-10.

           MOVE    ZERO        TO      WK-FOUND-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WK-KS-CNT
               IF      TBL03-VER (J) =     WK-FIND-VER
                       MOVE    J           TO      WK-FOUND-IX
               END-IF
           END-PERFORM
           .
       S250-EX.
           EXIT.

      *    *** 版数毎の回転件数レポート
       S300-10.

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

      *    *** 版数の昇順に並べる
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I >= WK-VS-CNT
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > WK-VS-CNT
                   IF      TBL02-VER (J) < TBL02-VER (I)
                           MOVE    TBL02-AREA (I) TO   TBL02-SAVE
                           MOVE    TBL02-AREA (J) TO   TBL02-AREA (I)
                           MOVE    TBL02-SAVE  TO      TBL02-AREA (J)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE    WK-TODAY-YMD TO     WK-HD1-YMD
           MOVE    WK-HD1      TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "入力 "             DELIMITED BY SIZE
                   WK-PIN-NAME         DELIMITED BY SPACE
                   "  新世代 "         DELIMITED BY SIZE
                   WK-POT-NAME         DELIMITED BY SPACE
                   "  新版数 "         DELIMITED BY SIZE
                   WK-NEWKEY           DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-REC-CNT  TO      WK-CNT-E
           MOVE    WK-CHKPT-SKIP-CNT TO WK-CNT-E2
           MOVE    SPACE       TO      POT1-REC
           STRING  "レコード件数 "     DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   "  (再開時の書込み済み " DELIMITED BY SIZE
                   WK-CNT-E2           DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-HD3      TO      POT1-REC
           WRITE   POT1-REC

           MOVE    ZERO        TO      WK-NG-CNT WK-ROT-CNT
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-VS-CNT
               MOVE    SPACE       TO      WK-DL
               MOVE    TBL02-VER (K) TO    WK-DL-VER
               MOVE    TBL02-ROT (K) TO    WK-DL-ROT
               MOVE    TBL02-CUR (K) TO    WK-DL-CUR
               MOVE    TBL02-NG (K) TO     WK-DL-NG
               EVALUATE TRUE
                   WHEN TBL02-VER (K) = WK-NEWKEY
                       MOVE    "現行版数"  TO      WK-DL-NOTE
                   WHEN TBL02-NG (K) > ZERO
                       MOVE    "鍵庫に無い 置換えしない"
                                           TO      WK-DL-NOTE
                   WHEN OTHER
                       MOVE    SPACE       TO      WK-DL-NOTE
                       STRING  "新世代に残存なし "
                                       DELIMITED BY SIZE
                               "鍵庫から削除可"
                                       DELIMITED BY SIZE
                               INTO    WK-DL-NOTE
               END-EVALUATE
               MOVE    WK-DL       TO      POT1-REC
               WRITE   POT1-REC
               ADD     TBL02-NG (K) TO     WK-NG-CNT
               ADD     TBL02-ROT (K) TO    WK-ROT-CNT
           END-PERFORM

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    WK-ROT-CNT  TO      WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "回転した項目 計 "  DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-NOVER-CNT TO     WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "版数なし(未暗号化)の項目 "
                                       DELIMITED BY SIZE
                   WK-CNT-E            DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC

           IF      WK-NOVER-CNT >      ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
           END-IF
           IF      WK-NG-CNT   >       ZERO
                   MOVE    8           TO      WK-RC-SAVE
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "*** 鍵庫に無い版数あり "
                                       DELIMITED BY SIZE
                           "置換えしない ***"  DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
           END-IF
           CLOSE   POT1-F
           .
       S300-EX.
           EXIT.

      *    *** 新世代への置き換え(入力は .OLD へ退避)と実行記録
       S400-10.

           IF      WK-NG-CNT   >       ZERO    OR
                   WK-RC-SAVE  >=      8
                   GO  TO  S400-EX
           END-IF

           IF      WK-REPLACE  =       "Y"
                   MOVE    WK-PIN-NAME TO      WK-CHK-X
                   PERFORM S050-10     THRU    S050-EX
                   IF      WK-CHK-OK   =       "Y"
                           MOVE    WK-POT-NAME TO      WK-CHK-X
                           PERFORM S050-10     THRU    S050-EX
                   END-IF
                   IF      WK-CHK-OK   NOT =   "Y"
                           DISPLAY WK-PGM-NAME
                                   " ﾌｧｲﾙ名不正"
                                   " 置換えしない"
                           MOVE    8           TO      WK-RC-SAVE
                           GO  TO  S400-EX
                   END-IF

      *    *** 旧世代の版数の控えを .OLD.KEYID に残す
                   IF      WK-IN-KEYID NOT =   ZERO
                           MOVE    SPACE       TO      WK-KID1-F-NAME
                           STRING  WK-PIN-NAME DELIMITED BY SPACE
                                   ".OLD.KEYID" DELIMITED BY SIZE
                                   INTO    WK-KID1-F-NAME
                           MOVE    WK-IN-KEYID TO      WK-FIND-VER
                           PERFORM S180-10     THRU    S180-EX
                   END-IF

                   MOVE    SPACE       TO      WK-CMD
                   STRING  "mv "           DELIMITED BY SIZE
                           WK-PIN-NAME     DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-PIN-NAME     DELIMITED BY SPACE
                           ".OLD && mv "   DELIMITED BY SIZE
                           WK-POT-NAME     DELIMITED BY SPACE
                           " "             DELIMITED BY SIZE
                           WK-PIN-NAME     DELIMITED BY SPACE
                           " && mv "       DELIMITED BY SIZE
                           WK-POT-NAME     DELIMITED BY SPACE
                           ".KEYID "       DELIMITED BY SIZE
                           WK-PIN-NAME     DELIMITED BY SPACE
                           ".KEYID"        DELIMITED BY SIZE
                           INTO    WK-CMD
                   CALL    "SYSTEM"    USING   WK-CMD
                   IF      RETURN-CODE NOT =   ZERO
                           DISPLAY WK-PGM-NAME " 置換え NG RC="
                                   RETURN-CODE
                           MOVE    8           TO      WK-RC-SAVE
                   ELSE
                           DISPLAY WK-PGM-NAME " 新世代に置換え "
                                   WK-PIN-NAME
                   END-IF
                   MOVE    ZERO        TO      RETURN-CODE
           END-IF

           MOVE    "LOG   "    TO      WSC-ID
           MOVE    "KEYROTAT"  TO      WSC-PGM
           MOVE    "ROTATE"    TO      WSC-FUNC
           MOVE    SPACE       TO      WSC-DETAIL
           STRING  WK-PIN-NAME DELIMITED BY SPACE
                   " KEYID="   DELIMITED BY SIZE
                   WK-NEWKEY   DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           .
       S400-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

      *    *** 正常に最後まで書けた為、次回は最初から実行する
           IF      WK-CHK1-F-NAME NOT = SPACE
                   CALL    "CBL_DELETE_FILE" USING WK-CHK1-F-NAME
                   END-CALL
                   MOVE    ZERO        TO      RETURN-CODE
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       PRM1-REC

           DISPLAY WK-PGM-NAME " END NEWKEY=" WK-NEWKEY
           MOVE    WK-REC-CNT  TO      WK-REC-CNT-E
           DISPLAY WK-PGM-NAME " REC ｹﾝｽｳ = " WK-REC-CNT-E
           MOVE    WK-ROT-CNT  TO      WK-REC-CNT-E
           DISPLAY WK-PGM-NAME " ROTATE ｹﾝｽｳ = " WK-REC-CNT-E

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
