      *    *** 生成HTMLのリンク/画像参照の検査
      *    *** TEST49、TEST53→TEST54→TEST55、TEST108→TEST109等が
      *    *** 作るHTML(YouTube/声優ページ、HTML001の画像表)を読み、
      *    ***  1.ローカルの参照(img src、a href等)のファイルが
      *    ***    有るか(ページの置き場所からの相対)
      *    ***  2.外部URL(http/https)はチェックリスト(LINKCHK.URL)
      *    ***    へ重複なしで書き出す。HTTPで確かめる後続の手順が
      *    ***    先頭3桁にステータスを入れてLINKCHK.STSに返せば、
      *    ***    次回の実行で400以上(000=接続不可)を切れとみなす
      *    *** を調べ、切れたリンクを
      *    ***  ・ページ毎(HTMLの行、表の何番目のセルか、セルの文字)
      *    ***  ・元データのレコード毎(ページの元データ(PIN)から
      *    ***    URLの末尾の名前、又はセルの文字を含むレコードを
      *    ***    探す)。直すのは生成HTMLでなく元データの方
      *    *** の2通りでLINKCHK.POT1へ出す。
      *    *** HTMLの属性値は行をまたいで書かれるので、行の区切りは
      *    *** 捨てて文字の並びとして読む。"\"は"/"として扱う
      *    ***
      *    *** 起動引数: 1=PRM1(既定LINKCHK.PRM1)
      *    *** PRM1の行(*行はコメント):
      *    ***   PAGE=HTMLファイル[,元データ1,...,元データ5](50件)
      *    ***   F-URL=チェックリスト(既定LINKCHK.URL)
      *    ***   F-STS=ステータス入りチェックリスト(既定LINKCHK.STS、
      *    ***         無くてもよい)
      *    ***   F-OT=レポート(既定LINKCHK.POT1)
      *    *** チェックリストの行: 1-3 ステータス(空白=未確認)
      *    ***                     5-  URL(500桁まで)
      *    *** 戻り値: RC=8 切れたリンクあり
      *    ***         RC=4 未確認の外部URLあり
      *    ***         RC=16 PRM1の誤り、ページが無い

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             LINKCHK.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 生成HTML
           SELECT HTM1-F           ASSIGN   WK-HTM1-F-NAME
                               STATUS   WK-HTM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 元データ
           SELECT SRC1-F           ASSIGN   WK-SRC1-F-NAME
                               STATUS   WK-SRC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 外部URL(出現順、重複あり)
           SELECT URL1-F           ASSIGN   WK-URL1-F-NAME
                               STATUS   WK-URL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 外部URL(URL順)
           SELECT URL2-F           ASSIGN   WK-URL2-F-NAME
                               STATUS   WK-URL2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** チェックリスト
           SELECT URL3-F           ASSIGN   WK-URL3-F-NAME
                               STATUS   WK-URL3-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** ステータス入りチェックリスト
           SELECT STS1-F           ASSIGN   WK-STS1-F-NAME
                               STATUS   WK-STS1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT SRT1-F           ASSIGN   WK-SRT1-F-NAME.

      *    *** レポート
           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(600).

       FD  HTM1-F
           LABEL RECORDS ARE STANDARD.
       01  HTM1-REC.
           03  FILLER          PIC  X(2000).

       FD  SRC1-F
           LABEL RECORDS ARE STANDARD.
       01  SRC1-REC.
           03  FILLER          PIC  X(2000).

       FD  URL1-F
           LABEL RECORDS ARE STANDARD.
       01  URL1-REC.
           03  URL1-CODE       PIC  X(003).
           03  FILLER          PIC  X(001).
           03  URL1-URL        PIC  X(500).

       FD  URL2-F
           LABEL RECORDS ARE STANDARD.
       01  URL2-REC.
           03  URL2-CODE       PIC  X(003).
           03  FILLER          PIC  X(001).
           03  URL2-URL        PIC  X(500).

       FD  URL3-F
           LABEL RECORDS ARE STANDARD.
       01  URL3-REC.
           03  URL3-CODE       PIC  X(003).
           03  FILLER          PIC  X(001).
           03  URL3-URL        PIC  X(500).

       FD  STS1-F
           LABEL RECORDS ARE STANDARD.
       01  STS1-REC.
           03  STS1-CODE       PIC  X(003).
           03  FILLER          PIC  X(001).
           03  STS1-URL        PIC  X(500).

       SD  SRT1-F.
       01  SRT1-REC.
           03  SRT1-CODE       PIC  X(003).
           03  FILLER          PIC  X(001).
           03  SRT1-URL        PIC  X(500).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(200).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "LINKCHK ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "LINKCHK.PRM1".
           03  WK-HTM1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-SRC1-F-NAME  PIC  X(256) VALUE SPACE.
           03  WK-URL1-F-NAME  PIC  X(032) VALUE "LINKCHK.UWK".
           03  WK-URL2-F-NAME  PIC  X(032) VALUE "LINKCHK.USR".
           03  WK-URL3-F-NAME  PIC  X(032) VALUE "LINKCHK.URL".
           03  WK-STS1-F-NAME  PIC  X(032) VALUE "LINKCHK.STS".
           03  WK-SRT1-F-NAME  PIC  X(032) VALUE "LINKCHK.SWK".
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "LINKCHK.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-HTM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SRC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-URL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-URL2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-URL3-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-STS1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-HTM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SRC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-URL2-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-CMD          PIC  X(128) VALUE SPACE.
           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM-VAL      PIC  X(600) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.
           03  WK-ITEM         PIC  X(256) VALUE SPACE.

      *    *** HTMLの読み取り
      *    *** WK-ST  T=文字 G=タグの中 V=引用符付きの属性値
      *    ***        U=引用符無しの属性値
           03  WK-ST           PIC  X(001) VALUE "T".
           03  WK-Q            PIC  X(001) VALUE SPACE.
           03  WK-CH           PIC  X(001) VALUE SPACE.
           03  WK-LEN          BINARY-LONG SYNC VALUE ZERO.
           03  WK-LINE-NO      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TOK          PIC  X(032) VALUE SPACE.
           03  WK-TOK-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TAG          PIC  X(032) VALUE SPACE.
           03  WK-ATTR         PIC  X(032) VALUE SPACE.
      *    *** Y="="の後で値を待っている
           03  WK-EXPV         PIC  X(001) VALUE "N".
      *    *** Y=href/srcの値を採っている
           03  WK-CAP          PIC  X(001) VALUE "N".
           03  WK-URL          PIC  X(1000) VALUE SPACE.
           03  WK-URL-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-URL-LINE     BINARY-LONG SYNC VALUE ZERO.
           03  WK-CELL-NO      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CELL-TXT     PIC  X(060) VALUE SPACE.
           03  WK-CT-LEN       BINARY-LONG SYNC VALUE ZERO.

      *    *** 1リンクの判定
           03  WK-LK-URL       PIC  X(1000) VALUE SPACE.
           03  WK-LK-LOW       PIC  X(012) VALUE SPACE.
           03  WK-LK-KIND      PIC  X(005) VALUE SPACE.
           03  WK-LK-CODE      PIC  X(003) VALUE SPACE.
           03  WK-LK-NG        PIC  X(001) VALUE "N".
           03  WK-FX-PATH      PIC  X(512) VALUE SPACE.
           03  WK-FX-DETAILS   PIC  X(016) VALUE SPACE.
           03  WK-KEY-SRC      PIC  X(1000) VALUE SPACE.
           03  WK-KEY          PIC  X(060) VALUE SPACE.
           03  WK-KEY-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-TALLY        BINARY-LONG SYNC VALUE ZERO.

      *    *** 件数(ページ毎/合計)
           03  WK-P-LINK       BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-LOCAL      BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-LOCAL-NG   BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-EXT        BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-EXT-NG     BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-UNCHK      BINARY-LONG SYNC VALUE ZERO.
           03  WK-P-SKIP       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-PAGE       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-LINK       BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-NG         BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-UNCHK      BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-URL        BINARY-LONG SYNC VALUE ZERO.
           03  WK-T-NOSRC      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LAST-URL     PIC  X(500) VALUE SPACE.

           03  WK-CNT-E        PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT3-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT4-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT5-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT6-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-LINE-E       PIC  9(006) VALUE ZERO.
           03  WK-CELL-E       PIC  9(004) VALUE ZERO.
           03  WK-SRC-LINE     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SRC-HDR      PIC  X(001) VALUE "N".

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

      *    *** ページ(最大50件)
       01  PAGE-TBL-AREA.
           03  WK-PG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PG-TBL       OCCURS 50.
             05  WK-PG-NAME    PIC  X(256) VALUE SPACE.
             05  WK-PG-DIR     PIC  X(256) VALUE SPACE.
             05  WK-PG-DIRLEN  BINARY-LONG SYNC VALUE ZERO.
             05  WK-PG-SX-CNT  BINARY-LONG SYNC VALUE ZERO.
      *    *** 元データ(SR-TBLの添字)
             05  WK-PG-SX      OCCURS 5
                               BINARY-LONG SYNC VALUE ZERO.

      *    *** 元データ(重複なし、最大100件)
       01  SRC-TBL-AREA.
           03  WK-SR-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-SR-NAME      OCCURS 100
                               PIC  X(256) VALUE SPACE.

      *    *** 1セル分のリンク(セルの文字が揃ってから判定する)
       01  CELL-TBL-AREA.
           03  WK-CB-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CB-TBL       OCCURS 100.
             05  WK-CB-LINE    BINARY-LONG SYNC VALUE ZERO.
             05  WK-CB-URL     PIC  X(1000) VALUE SPACE.

      *    *** ステータス入りチェックリスト(URL順、最大8000件)
      *    *** 未使用の行はキーをHIGH-VALUEにしてSEARCH ALLに使う
       01  STS-TBL-AREA.
           03  WK-ST-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-ST-TBL       OCCURS 8000
                               ASCENDING KEY IS WK-ST-URL
                               INDEXED BY WK-ST-IDX.
             05  WK-ST-URL     PIC  X(500) VALUE HIGH-VALUE.
             05  WK-ST-CODE    PIC  X(003) VALUE SPACE.

      *    *** 切れたリンク(最大2000件)
       01  BRK-TBL-AREA.
           03  WK-BK-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-BK-TBL       OCCURS 2000.
             05  WK-BK-PG      BINARY-LONG SYNC VALUE ZERO.
             05  WK-BK-KIND    PIC  X(005) VALUE SPACE.
             05  WK-BK-CODE    PIC  X(003) VALUE SPACE.
             05  WK-BK-LINE    BINARY-LONG SYNC VALUE ZERO.
             05  WK-BK-CELL    BINARY-LONG SYNC VALUE ZERO.
             05  WK-BK-URL     PIC  X(200) VALUE SPACE.
             05  WK-BK-KEY     PIC  X(060) VALUE SPACE.
             05  WK-BK-KLEN    BINARY-LONG SYNC VALUE ZERO.
             05  WK-BK-TXT     PIC  X(060) VALUE SPACE.
             05  WK-BK-TLEN    BINARY-LONG SYNC VALUE ZERO.
      *    *** Y=元データのレコードが見つかった
             05  WK-BK-HIT     PIC  X(001) VALUE "N".

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.
           03  P               BINARY-LONG SYNC VALUE ZERO.
           03  S               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1読込、ステータス入りチェックリスト
           PERFORM S010-10     THRU    S010-EX

           IF      WK-RC-SAVE  <       16
      *    *** ページ毎の検査
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WK-PG-CNT
                   PERFORM S100-10     THRU    S100-EX
               END-PERFORM
               CLOSE   URL1-F
      *    *** チェックリスト
               PERFORM S500-10     THRU    S500-EX
      *    *** 元データのレコード毎
               PERFORM S600-10     THRU    S600-EX
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
                   ACCEPT  WK-PRM1-F-NAME FROM ARGUMENT-VALUE
           END-IF

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
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
           IF      WK-RC-SAVE  =       ZERO    AND
                   WK-PG-CNT   =       ZERO
                   DISPLAY WK-PGM-NAME " PRM1 PAGE= 無し"
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S010-EX
           END-IF

      *    *** 前回のステータス入りチェックリスト(無ければ全て未確認)
           PERFORM S050-10     THRU    S050-EX

           OPEN    OUTPUT      URL1-F
           IF      WK-URL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " URL1-F OPEN ERROR STATUS="
                           WK-URL1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF

           OPEN    OUTPUT      POT1-F
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    WK-ST-CNT   TO      WK-CNT-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "LINKCHK ﾘﾝｸ検査 "  DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   " ｽﾃｰﾀｽ済URL="   DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " ("        DELIMITED BY SIZE
                   WK-STS1-F-NAME DELIMITED BY SPACE
                   ")"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S010-EX.
           EXIT.

      *    *** PRM1の1行解析
       S020-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S020-EX
           END-IF

           MOVE    SPACE       TO      WK-PRM01 WK-PRM-VAL
           MOVE    1           TO      WK-PTR
           UNSTRING PRM1-REC   DELIMITED BY "="
               INTO WK-PRM01
               WITH POINTER WK-PTR
           END-UNSTRING
           IF      WK-PTR      <=      600
                   MOVE    PRM1-REC (WK-PTR:) TO WK-PRM-VAL
           END-IF

           EVALUATE WK-PRM01
               WHEN "PAGE"
                   PERFORM S030-10     THRU    S030-EX
               WHEN "F-URL"
                   MOVE    WK-PRM-VAL  TO      WK-URL3-F-NAME
               WHEN "F-STS"
                   MOVE    WK-PRM-VAL  TO      WK-STS1-F-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM-VAL  TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   MOVE    16          TO      WK-RC-SAVE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** PAGE=HTML,元データ... (ページの置き場所も求める)
       S030-10.

           IF      WK-PG-CNT   >=      50
                   DISPLAY WK-PGM-NAME " PAGE= 50件ｵｰﾊﾞｰ"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S030-EX
           END-IF
           ADD     1           TO      WK-PG-CNT
           MOVE    WK-PG-CNT   TO      P
           MOVE    1           TO      WK-PTR
           MOVE    SPACE       TO      WK-ITEM
           UNSTRING WK-PRM-VAL DELIMITED BY ","
               INTO WK-ITEM
               WITH POINTER WK-PTR
           END-UNSTRING
           MOVE    WK-ITEM     TO      WK-PG-NAME (P)

      *    *** 最後の"/"又は"\"までが置き場所
           MOVE    ZERO        TO      WK-PG-DIRLEN (P)
           PERFORM VARYING J FROM 256 BY -1 UNTIL J < 1
                   OR WK-PG-DIRLEN (P) > ZERO
               IF      WK-ITEM (J:1) =     "/" OR "\"
                   MOVE    J           TO      WK-PG-DIRLEN (P)
               END-IF
           END-PERFORM
           IF      WK-PG-DIRLEN (P) >  ZERO
                   MOVE    WK-ITEM (1:WK-PG-DIRLEN (P))
                                       TO      WK-PG-DIR (P)
                   INSPECT WK-PG-DIR (P) REPLACING ALL "\" BY "/"
           END-IF

      *    *** 元データ(5件まで)
           PERFORM UNTIL WK-PTR > 600
                   OR WK-PG-SX-CNT (P) >= 5
               MOVE    SPACE       TO      WK-ITEM
               UNSTRING WK-PRM-VAL DELIMITED BY ","
                   INTO WK-ITEM
                   WITH POINTER WK-PTR
               END-UNSTRING
               IF      WK-ITEM     NOT =   SPACE
                   PERFORM VARYING S FROM 1 BY 1 UNTIL S > WK-SR-CNT
                           OR WK-SR-NAME (S) = WK-ITEM
                       CONTINUE
                   END-PERFORM
                   IF      S           >       WK-SR-CNT
                       IF  WK-SR-CNT   >=      100
                           DISPLAY WK-PGM-NAME " SRC 100件超"
                           MOVE    16          TO      WK-RC-SAVE
                           GO  TO  S030-EX
                       END-IF
                       ADD     1           TO      WK-SR-CNT
                       MOVE    WK-ITEM     TO      WK-SR-NAME (S)
                   END-IF
                   ADD     1           TO      WK-PG-SX-CNT (P)
                   MOVE    S           TO  WK-PG-SX (P WK-PG-SX-CNT (P))
               END-IF
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** ステータス入りチェックリストをURL順にテーブルへ
       S050-10.

           OPEN    INPUT       STS1-F
           IF      WK-STS1-STATUS NOT =  ZERO
                   GO  TO  S050-EX
           END-IF
           CLOSE   STS1-F

           SORT    SRT1-F
             ASCENDING  KEY SRT1-URL
             USING  STS1-F
             GIVING URL2-F

           OPEN    INPUT       URL2-F
           MOVE    LOW-VALUE   TO      WK-URL2-EOF
           MOVE    LOW-VALUE   TO      WK-LAST-URL
           PERFORM UNTIL WK-URL2-EOF = HIGH-VALUE
               READ    URL2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-URL2-EOF
                   NOT AT  END
      *    *** ステータスの無い行(未確認)と重複は捨てる
                       IF      URL2-CODE   NOT =   SPACE   AND
                               URL2-URL    NOT =   SPACE   AND
                               URL2-URL    NOT =   WK-LAST-URL
                           IF      WK-ST-CNT   <       8000
                               ADD     1           TO      WK-ST-CNT
                               MOVE    URL2-URL    TO
                                       WK-ST-URL (WK-ST-CNT)
                               MOVE    URL2-CODE   TO
                                       WK-ST-CODE (WK-ST-CNT)
                               MOVE    URL2-URL    TO  WK-LAST-URL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   URL2-F
           .
       S050-EX.
           EXIT.

      *    *** 1ページ
       S100-10.

           MOVE    WK-PG-NAME (P) TO   WK-HTM1-F-NAME
           MOVE    ZERO        TO      WK-P-LINK   WK-P-LOCAL
                                       WK-P-LOCAL-NG WK-P-EXT
                                       WK-P-EXT-NG WK-P-UNCHK
                                       WK-P-SKIP   WK-LINE-NO
                                       WK-CELL-NO  WK-CB-CNT
                                       WK-CT-LEN
           MOVE    SPACE       TO      WK-CELL-TXT
           MOVE    "T"         TO      WK-ST
           MOVE    "N"         TO      WK-CAP  WK-EXPV

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "PAGE="     DELIMITED BY SIZE
                   WK-PG-NAME (P) DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC

           OPEN    INPUT       HTM1-F
           IF      WK-HTM1-STATUS NOT =  ZERO
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  ** ページが無い STATUS="
                                       DELIMITED BY SIZE
                           WK-HTM1-STATUS DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   DISPLAY WK-PGM-NAME " HTM1-F OPEN ERROR STATUS="
                           WK-HTM1-STATUS " (" WK-PG-NAME (P) (1:60)
                           ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           ADD     1           TO      WK-T-PAGE
           MOVE    LOW-VALUE   TO      WK-HTM1-EOF
           PERFORM UNTIL WK-HTM1-EOF = HIGH-VALUE
               READ    HTM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-HTM1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LINE-NO
                       PERFORM S110-10     THRU    S110-EX
               END-READ
           END-PERFORM
           CLOSE   HTM1-F
      *    *** 最後のセル
           PERFORM S200-10     THRU    S200-EX

           ADD     WK-P-LINK   TO      WK-T-LINK
           ADD     WK-P-UNCHK  TO      WK-T-UNCHK
           MOVE    WK-P-LINK   TO      WK-CNT-E
           MOVE    WK-P-LOCAL  TO      WK-CNT2-E
           MOVE    WK-P-LOCAL-NG TO    WK-CNT3-E
           MOVE    WK-P-EXT    TO      WK-CNT4-E
           MOVE    WK-P-EXT-NG TO      WK-CNT5-E
           MOVE    WK-P-UNCHK  TO      WK-CNT6-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "  ﾘﾝｸ="    DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " ﾛｰｶﾙ="    DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " (無し="   DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   ") 外部="   DELIMITED BY SIZE
                   WK-CNT4-E   DELIMITED BY SIZE
                   " (切れ="   DELIMITED BY SIZE
                   WK-CNT5-E   DELIMITED BY SIZE
                   " 未確認="  DELIMITED BY SIZE
                   WK-CNT6-E   DELIMITED BY SIZE
                   ")"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S100-EX.
           EXIT.

      *    *** HTML1行を1文字ずつ読む(行の区切りは捨てる)
       S110-10.

      *    *** 行の長さ(後ろの空白を除く)
           PERFORM VARYING WK-LEN FROM 2000 BY -1
                   UNTIL WK-LEN < 1 OR HTM1-REC (WK-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-LEN
               MOVE    HTM1-REC (J:1) TO   WK-CH
               EVALUATE WK-ST
                   WHEN "T"
                       PERFORM S120-10     THRU    S120-EX
                   WHEN "G"
                       PERFORM S130-10     THRU    S130-EX
                   WHEN "V"
                       IF      WK-CH       =       WK-Q
                           PERFORM S150-10     THRU    S150-EX
                           MOVE    "G"         TO      WK-ST
                       ELSE
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
                   WHEN "U"
                       IF      WK-CH       =       SPACE   OR
                               WK-CH       =       ">"
                           PERFORM S150-10     THRU    S150-EX
                           MOVE    "G"         TO      WK-ST
                           IF      WK-CH       =       ">"
                               PERFORM S130-10     THRU    S130-EX
                           END-IF
                       ELSE
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
               END-EVALUATE
           END-PERFORM

      *    *** 引用符無しの値は行の終わりで切れる
           IF      WK-ST       =       "U"
                   PERFORM S150-10     THRU    S150-EX
                   MOVE    "G"         TO      WK-ST
           END-IF
      *    *** タグの外の改行は文字の区切り
           IF      WK-ST       =       "T"     AND
                   WK-CT-LEN   >       ZERO
                   MOVE    SPACE       TO      WK-CH
                   PERFORM S120-10     THRU    S120-EX
           END-IF
      *    *** タグの中の改行は語の区切り
           IF      WK-ST       =       "G"
                   MOVE    SPACE       TO      WK-CH
                   PERFORM S130-10     THRU    S130-EX
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** タグの外の1文字(セルの文字を溜める)
       S120-10.

           IF      WK-CH       =       "<"
      *    *** タグの前後は語の区切り
                   IF      WK-CT-LEN   >       ZERO    AND
                           WK-CT-LEN   <       60      AND
                           WK-CELL-TXT (WK-CT-LEN:1) NOT = SPACE
                           ADD     1           TO      WK-CT-LEN
                   END-IF
                   MOVE    "G"         TO      WK-ST
                   MOVE    SPACE       TO      WK-TOK  WK-TAG  WK-ATTR
                   MOVE    ZERO        TO      WK-TOK-LEN
                   MOVE    "N"         TO      WK-EXPV
                   GO  TO  S120-EX
           END-IF
           IF      WK-CH       =       SPACE
               IF  WK-CT-LEN   >       ZERO    AND
                   WK-CT-LEN   <       60
                   IF  WK-CELL-TXT (WK-CT-LEN:1) NOT = SPACE
                       ADD     1           TO      WK-CT-LEN
                   END-IF
               END-IF
               GO  TO  S120-EX
           END-IF
           IF      WK-CT-LEN   <       60
                   ADD     1           TO      WK-CT-LEN
                   MOVE    WK-CH       TO  WK-CELL-TXT (WK-CT-LEN:1)
           END-IF
           .
       S120-EX.
           EXIT.

      *    *** タグの中の1文字
       S130-10.

           EVALUATE TRUE
               WHEN WK-CH = ">"
                   PERFORM S140-10     THRU    S140-EX
                   MOVE    "T"         TO      WK-ST
               WHEN WK-CH = SPACE
                   PERFORM S140-10     THRU    S140-EX
               WHEN WK-CH = "="
                   PERFORM S140-10     THRU    S140-EX
                   MOVE    "Y"         TO      WK-EXPV
               WHEN ( WK-CH = '"' OR WK-CH = "'" ) AND WK-EXPV = "Y"
                   MOVE    WK-CH       TO      WK-Q
                   MOVE    "V"         TO      WK-ST
                   PERFORM S145-10     THRU    S145-EX
               WHEN WK-EXPV = "Y"
      *    *** 引用符無しの値
                   MOVE    "U"         TO      WK-ST
                   PERFORM S145-10     THRU    S145-EX
                   PERFORM S160-10     THRU    S160-EX
               WHEN OTHER
                   IF      WK-TOK-LEN  <       32
                       ADD     1           TO      WK-TOK-LEN
                       MOVE    WK-CH       TO  WK-TOK (WK-TOK-LEN:1)
                   END-IF
           END-EVALUATE
           .
       S130-EX.
           EXIT.

      *    *** 語の区切り: 最初の語はタグ名、"="の前の語は属性名
       S140-10.

           IF      WK-TOK-LEN  =       ZERO
                   GO  TO  S140-EX
           END-IF
           MOVE    LOWER-CASE (WK-TOK) TO WK-TOK
           IF      WK-TAG      =       SPACE
                   MOVE    WK-TOK      TO      WK-TAG
      *    *** 表のセルの区切りで前のセルのリンクを判定する
                   IF      WK-TAG      =       "td"    OR
                           WK-TAG      =       "th"
                       PERFORM S200-10     THRU    S200-EX
                       ADD     1           TO      WK-CELL-NO
                   END-IF
                   IF      WK-TAG      =       "/td"   OR
                           WK-TAG      =       "/th"   OR
                           WK-TAG      =       "/tr"   OR
                           WK-TAG      =       "/table"
                       PERFORM S200-10     THRU    S200-EX
                   END-IF
      *    *** セルの番号は表毎
                   IF      WK-TAG      =       "/table"
                       MOVE    ZERO        TO      WK-CELL-NO
                   END-IF
           ELSE
                   MOVE    WK-TOK      TO      WK-ATTR
           END-IF
           MOVE    SPACE       TO      WK-TOK
           MOVE    ZERO        TO      WK-TOK-LEN
           .
       S140-EX.
           EXIT.

      *    *** 属性値の始まり(href/srcだけ採る)
       S145-10.

           MOVE    "N"         TO      WK-EXPV
           MOVE    "N"         TO      WK-CAP
           IF      WK-ATTR     =       "href"  OR
                   WK-ATTR     =       "src"
                   MOVE    "Y"         TO      WK-CAP
                   MOVE    SPACE       TO      WK-URL
                   MOVE    ZERO        TO      WK-URL-LEN
                   MOVE    WK-LINE-NO  TO      WK-URL-LINE
           END-IF
           .
       S145-EX.
           EXIT.

      *    *** 属性値の終わり: 採った値をセルのリンクに積む
       S150-10.

           IF      WK-CAP      NOT =   "Y"
                   GO  TO  S150-EX
           END-IF
           MOVE    "N"         TO      WK-CAP
           MOVE    SPACE       TO      WK-ATTR
           IF      WK-CB-CNT   >=      100
                   PERFORM S200-10     THRU    S200-EX
           END-IF
           ADD     1           TO      WK-CB-CNT
           MOVE    WK-URL-LINE TO      WK-CB-LINE (WK-CB-CNT)
           MOVE    WK-URL      TO      WK-CB-URL (WK-CB-CNT)
           .
       S150-EX.
           EXIT.

      *    *** 属性値の1文字
       S160-10.

           IF      WK-CAP      =       "Y"     AND
                   WK-URL-LEN  <       1000
                   ADD     1           TO      WK-URL-LEN
                   MOVE    WK-CH       TO      WK-URL (WK-URL-LEN:1)
           END-IF
           .
       S160-EX.
           EXIT.

      *    *** セルのリンクを判定(セルの文字が揃った所で)
       S200-10.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-CB-CNT
               PERFORM S210-10     THRU    S210-EX
           END-PERFORM
           MOVE    ZERO        TO      WK-CB-CNT
      *    *** 表の外のリンクに前のセルの文字を付けない
           IF      WK-TAG      =       "td"    OR
                   WK-TAG      =       "th"    OR
                   WK-TAG      =       "/tr"   OR
                   WK-TAG      =       "/table"
                   MOVE    SPACE       TO      WK-CELL-TXT
                   MOVE    ZERO        TO      WK-CT-LEN
           END-IF
           .
       S200-EX.
           EXIT.

      *    *** 1リンク(K)の判定
       S210-10.

           MOVE    TRIM (WK-CB-URL (K)) TO WK-LK-URL
           MOVE    LOWER-CASE (WK-LK-URL (1:12)) TO WK-LK-LOW
           MOVE    "N"         TO      WK-LK-NG
           MOVE    SPACE       TO      WK-LK-CODE

      *    *** 検査しない参照
           IF      WK-LK-URL   =       SPACE   OR
                   WK-LK-URL (1:1) =   "#"     OR
                   WK-LK-LOW (1:7) =   "mailto:"   OR
                   WK-LK-LOW (1:11) =  "javascript:" OR
                   WK-LK-LOW (1:5) =   "data:"     OR
                   WK-LK-LOW (1:4) =   "tel:"
                   ADD     1           TO      WK-P-SKIP
                   GO  TO  S210-EX
           END-IF
           ADD     1           TO      WK-P-LINK

           IF      WK-LK-LOW (1:7) =   "http://"   OR
                   WK-LK-LOW (1:8) =   "https://"  OR
                   WK-LK-LOW (1:2) =   "//"
                   MOVE    "EXT"       TO      WK-LK-KIND
                   PERFORM S220-10     THRU    S220-EX
           ELSE
                   MOVE    "LOCAL"     TO      WK-LK-KIND
                   PERFORM S230-10     THRU    S230-EX
           END-IF

           IF      WK-LK-NG    =       "Y"
                   PERFORM S240-10     THRU    S240-EX
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 外部URL: チェックリストへ、ステータスが有れば判定
       S220-10.

           ADD     1           TO      WK-P-EXT
           MOVE    SPACE       TO      URL1-REC
           MOVE    WK-LK-URL   TO      URL1-URL
           WRITE   URL1-REC

           SEARCH  ALL WK-ST-TBL
               AT  END
                   ADD     1           TO      WK-P-UNCHK
               WHEN WK-ST-URL (WK-ST-IDX) = URL1-URL
                   MOVE    WK-ST-CODE (WK-ST-IDX) TO WK-LK-CODE
                   IF      WK-LK-CODE  NOT NUMERIC OR
                           WK-LK-CODE  =       "000"   OR
                           WK-LK-CODE  >=      "400"
                       MOVE    "Y"         TO      WK-LK-NG
                       ADD     1           TO      WK-P-EXT-NG
                   END-IF
           END-SEARCH
           .
       S220-EX.
           EXIT.

      *    *** ローカルの参照: ページの置き場所からの相対でファイルを
      *    *** 確かめる(?以降、#以降は除く)
       S230-10.

           ADD     1           TO      WK-P-LOCAL
           MOVE    SPACE       TO      WK-ITEM
           UNSTRING WK-LK-URL  DELIMITED BY "?" OR "#"
               INTO WK-ITEM
           END-UNSTRING
           INSPECT WK-ITEM     REPLACING ALL "\" BY "/"

           MOVE    SPACE       TO      WK-FX-PATH
           IF      WK-ITEM (1:1) =     "/"     OR
                   WK-ITEM (2:1) =     ":"     OR
                   WK-PG-DIRLEN (P) =  ZERO
                   MOVE    WK-ITEM     TO      WK-FX-PATH
           ELSE
                   STRING  WK-PG-DIR (P) (1:WK-PG-DIRLEN (P))
                                       DELIMITED BY SIZE
                           WK-ITEM     DELIMITED BY SPACE
                           INTO    WK-FX-PATH
           END-IF
           CALL    "CBL_CHECK_FILE_EXIST" USING WK-FX-PATH
                                                WK-FX-DETAILS
           END-CALL
           IF      RETURN-CODE NOT =   ZERO
                   MOVE    "Y"         TO      WK-LK-NG
                   ADD     1           TO      WK-P-LOCAL-NG
           END-IF
           MOVE    ZERO        TO      RETURN-CODE
           .
       S230-EX.
           EXIT.

      *    *** 切れたリンク: ページ毎の明細と、元データ探しの表へ
       S240-10.

           MOVE    WK-CB-LINE (K) TO   WK-LINE-E
           MOVE    WK-CELL-NO  TO      WK-CELL-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "  NG "     DELIMITED BY SIZE
                   WK-LK-KIND  DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-LK-CODE  DELIMITED BY SIZE
                   " 行="      DELIMITED BY SIZE
                   WK-LINE-E   DELIMITED BY SIZE
                   " ｾﾙ="      DELIMITED BY SIZE
                   WK-CELL-E   DELIMITED BY SIZE
                   " ["        DELIMITED BY SIZE
                   WK-CELL-TXT (1:30) DELIMITED BY SIZE
                   "] "        DELIMITED BY SIZE
                   WK-LK-URL   DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC
           ADD     1           TO      WK-T-NG

      *    *** 元データ探しは2000件まで
           IF      WK-BK-CNT   >=      2000
                   GO  TO  S240-EX
           END-IF
           ADD     1           TO      WK-BK-CNT
           MOVE    WK-BK-CNT   TO      M
           MOVE    P           TO      WK-BK-PG (M)
           MOVE    WK-LK-KIND  TO      WK-BK-KIND (M)
           MOVE    WK-LK-CODE  TO      WK-BK-CODE (M)
           MOVE    WK-CB-LINE (K) TO   WK-BK-LINE (M)
           MOVE    WK-CELL-NO  TO      WK-BK-CELL (M)
           MOVE    WK-LK-URL   TO      WK-BK-URL (M)
           MOVE    "N"         TO      WK-BK-HIT (M)

      *    *** 元データを探す名前: URLの最後の"/"、"\"、"="より後ろ
      *    *** (拡張子を除く)。ローカルは?以降を除いたパスから
           IF      WK-LK-KIND  =       "LOCAL"
                   MOVE    WK-ITEM     TO      WK-KEY-SRC
           ELSE
                   MOVE    WK-LK-URL   TO      WK-KEY-SRC
           END-IF
           PERFORM VARYING N FROM 1000 BY -1
                   UNTIL N < 1 OR WK-KEY-SRC (N:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF      N           >       1   AND
                   WK-KEY-SRC (N:1) =   "/"
                   SUBTRACT 1          FROM    N
           END-IF
           PERFORM VARYING I FROM N BY -1
                   UNTIL I < 1 OR WK-KEY-SRC (I:1) = "/" OR "\" OR "="
               CONTINUE
           END-PERFORM
           MOVE    SPACE       TO      WK-KEY
           MOVE    ZERO        TO      WK-KEY-LEN
           IF      N - I       >       ZERO
                   COMPUTE WK-KEY-LEN = N - I
                   IF      WK-KEY-LEN  >       60
                           MOVE    60          TO      WK-KEY-LEN
                   END-IF
                   MOVE    WK-KEY-SRC (I + 1:WK-KEY-LEN) TO WK-KEY
           END-IF
           PERFORM VARYING N FROM WK-KEY-LEN BY -1
                   UNTIL N < 1 OR N < WK-KEY-LEN - 4
                      OR WK-KEY (N:1) = "."
               CONTINUE
           END-PERFORM
           IF      N           >       1   AND
                   N           >=      WK-KEY-LEN - 4
                   COMPUTE WK-KEY-LEN = N - 1
                   MOVE    WK-KEY (1:WK-KEY-LEN) TO WK-KEY
           END-IF
      *    *** 短すぎる名前(a、1等)では探さない
           IF      WK-KEY-LEN  <       3
                   MOVE    ZERO        TO      WK-KEY-LEN
           END-IF
           MOVE    WK-KEY      TO      WK-BK-KEY (M)
           MOVE    WK-KEY-LEN  TO      WK-BK-KLEN (M)

      *    *** セルの文字は一番長い語(名前)を使う
           MOVE    SPACE       TO      WK-BK-TXT (M)
           MOVE    ZERO        TO      WK-BK-TLEN (M)
           MOVE    1           TO      WK-PTR
           PERFORM UNTIL WK-PTR > 60
               MOVE    SPACE       TO      WK-KEY
               MOVE    ZERO        TO      WK-KEY-LEN
               UNSTRING WK-CELL-TXT DELIMITED BY SPACE
                   INTO WK-KEY COUNT IN WK-KEY-LEN
                   WITH POINTER WK-PTR
               END-UNSTRING
               IF      WK-KEY-LEN  >       WK-BK-TLEN (M)
                   MOVE    WK-KEY      TO      WK-BK-TXT (M)
                   MOVE    WK-KEY-LEN  TO      WK-BK-TLEN (M)
               END-IF
           END-PERFORM
           IF      WK-BK-TLEN (M) <    2
                   MOVE    ZERO        TO      WK-BK-TLEN (M)
           END-IF
           .
       S240-EX.
           EXIT.

      *    *** チェックリスト(URL順、重複なし)
       S500-10.

           SORT    SRT1-F
             ASCENDING  KEY SRT1-URL
             USING  URL1-F
             GIVING URL2-F

           OPEN    OUTPUT      URL3-F
           IF      WK-URL3-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " URL3-F OPEN ERROR STATUS="
                           WK-URL3-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S500-EX
           END-IF
           OPEN    INPUT       URL2-F
           MOVE    LOW-VALUE   TO      WK-URL2-EOF
           MOVE    LOW-VALUE   TO      WK-LAST-URL
           PERFORM UNTIL WK-URL2-EOF = HIGH-VALUE
               READ    URL2-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-URL2-EOF
                   NOT AT  END
                       IF      URL2-URL    NOT =   WK-LAST-URL
                           MOVE    URL2-URL    TO      WK-LAST-URL
                           MOVE    SPACE       TO      URL3-REC
                           MOVE    URL2-URL    TO      URL3-URL
                           WRITE   URL3-REC
                           ADD     1           TO      WK-T-URL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   URL2-F
           CLOSE   URL3-F

           MOVE    SPACE       TO      WK-CMD
           STRING  "rm -f "    DELIMITED BY SIZE
                   WK-URL1-F-NAME DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-URL2-F-NAME DELIMITED BY SPACE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD
           .
       S500-EX.
           EXIT.

      *    *** 元データのレコード毎: 元データを1本ずつ読み、
      *    *** そのファイルを元データに持つページの切れたリンクの
      *    *** 名前(又はセルの文字)を含むレコードを探す
       S600-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 元データのレコード毎"
                                       TO      POT1-REC
           WRITE   POT1-REC
           IF      WK-BK-CNT   =       ZERO
                   MOVE    "  (無し)"  TO      POT1-REC
                   WRITE   POT1-REC
                   GO  TO  S600-EX
           END-IF

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WK-SR-CNT
               PERFORM S610-10     THRU    S610-EX
           END-PERFORM

      *    *** 見つからなかった物
           MOVE    ZERO        TO      WK-T-NOSRC
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-BK-CNT
               IF      WK-BK-HIT (M) =     "N"
                   ADD     1           TO      WK-T-NOSRC
                   IF      WK-T-NOSRC  =       1
                       MOVE    SPACE       TO      POT1-REC
                       WRITE   POT1-REC
                       MOVE    "* 元データ不明"  TO  POT1-REC
                       WRITE   POT1-REC
                   END-IF
                   MOVE    WK-BK-PG (M) TO     P
                   PERFORM S630-10     THRU    S630-EX
               END-IF
           END-PERFORM
           .
       S600-EX.
           EXIT.

      *    *** 元データ1本(S)
       S610-10.

           MOVE    WK-SR-NAME (S) TO   WK-SRC1-F-NAME
           OPEN    INPUT       SRC1-F
           IF      WK-SRC1-STATUS NOT =  ZERO
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  ** 元データが無い "
                                       DELIMITED BY SIZE
                           WK-SR-NAME (S) DELIMITED BY SPACE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   GO  TO  S610-EX
           END-IF
           MOVE    ZERO        TO      WK-SRC-LINE
           MOVE    LOW-VALUE   TO      WK-SRC1-EOF
           PERFORM UNTIL WK-SRC1-EOF = HIGH-VALUE
               READ    SRC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-SRC1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-SRC-LINE
                       MOVE    "N"         TO      WK-SRC-HDR
                       PERFORM VARYING M FROM 1 BY 1
                               UNTIL M > WK-BK-CNT
                           IF      WK-BK-HIT (M) =     "N"
                               PERFORM S620-10     THRU    S620-EX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE   SRC1-F
           .
       S610-EX.
           EXIT.

      *    *** 切れたリンク(M)が元データのこのレコードから来たか
       S620-10.

      *    *** このページの元データか
           MOVE    WK-BK-PG (M) TO     P
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-PG-SX-CNT (P)
                   OR WK-PG-SX (P J) = S
               CONTINUE
           END-PERFORM
           IF      J           >       WK-PG-SX-CNT (P)
                   GO  TO  S620-EX
           END-IF

           MOVE    ZERO        TO      WK-TALLY
           IF      WK-BK-KLEN (M) >    ZERO
                   INSPECT SRC1-REC TALLYING WK-TALLY
                       FOR ALL WK-BK-KEY (M) (1:WK-BK-KLEN (M))
           END-IF
           IF      WK-TALLY    =       ZERO    AND
                   WK-BK-TLEN (M) >    ZERO
                   INSPECT SRC1-REC TALLYING WK-TALLY
                       FOR ALL WK-BK-TXT (M) (1:WK-BK-TLEN (M))
           END-IF
           IF      WK-TALLY    =       ZERO
                   GO  TO  S620-EX
           END-IF

           MOVE    "Y"         TO      WK-BK-HIT (M)
           IF      WK-SRC-HDR  =       "N"
                   MOVE    "Y"         TO      WK-SRC-HDR
                   MOVE    WK-SRC-LINE TO      WK-LINE-E
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  "        DELIMITED BY SIZE
                           WK-SR-NAME (S) DELIMITED BY SPACE
                           " 行="      DELIMITED BY SIZE
                           WK-LINE-E   DELIMITED BY SIZE
                           " : "       DELIMITED BY SIZE
                           SRC1-REC (1:100) DELIMITED BY SIZE
                           INTO    POT1-REC
                   WRITE   POT1-REC
           END-IF
           PERFORM S630-10     THRU    S630-EX
           .
       S620-EX.
           EXIT.

      *    *** 切れたリンク(M)の1行
       S630-10.

           MOVE    WK-BK-LINE (M) TO   WK-LINE-E
           MOVE    WK-BK-CELL (M) TO   WK-CELL-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "      "    DELIMITED BY SIZE
                   WK-BK-KIND (M) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-BK-CODE (M) DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-BK-URL (M) (1:80) DELIMITED BY SPACE
                   " ("        DELIMITED BY SIZE
                   WK-PG-NAME (P) DELIMITED BY SPACE
                   " 行="      DELIMITED BY SIZE
                   WK-LINE-E   DELIMITED BY SIZE
                   " ｾﾙ="      DELIMITED BY SIZE
                   WK-CELL-E   DELIMITED BY SIZE
                   ")"         DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S630-EX.
           EXIT.

      *    *** 合計、戻り値
       S800-10.

           MOVE    WK-T-PAGE   TO      WK-CNT-E
           MOVE    WK-T-LINK   TO      WK-CNT2-E
           MOVE    WK-T-NG     TO      WK-CNT3-E
           MOVE    WK-T-URL    TO      WK-CNT4-E
           MOVE    WK-T-UNCHK  TO      WK-CNT5-E
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "* 合計 ﾍﾟｰｼﾞ="    DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " ﾘﾝｸ="     DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " 切れ="    DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   " 外部URL=" DELIMITED BY SIZE
                   WK-CNT4-E   DELIMITED BY SIZE
                   " 未確認="  DELIMITED BY SIZE
                   WK-CNT5-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " PAGE=" WK-CNT-E " LINK=" WK-CNT2-E
                   " NG=" WK-CNT3-E " URL=" WK-CNT4-E
                   " 未確認=" WK-CNT5-E

           IF      WK-T-NG     >       ZERO
               IF  WK-RC-SAVE  <       8
                   MOVE    8           TO      WK-RC-SAVE
               END-IF
           ELSE
               IF  WK-T-UNCHK  >       ZERO    AND
                   WK-RC-SAVE  <       4
                   MOVE    4           TO      WK-RC-SAVE
               END-IF
           END-IF
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
