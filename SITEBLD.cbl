      *    *** HTMLサイトの差分作成(JOBCHAINのチェーンの先頭と最後)
      *    *** TEST47→TEST49、TEST53→TEST54、TEST108→TEST109等の
      *    *** HTML作成を、入力データの変わった物だけ再実行し、
      *    *** 最後にサイトの索引ページとsitemap.xmlを作る
      *    ***
      *    *** CHECK(チェーンの先頭):
      *    ***   GEN=行の入力データをレコード毎にチェックサムし、
      *    ***   前回(SITEBLD.SUM)と比べる。追加/削除されたレコードが
      *    ***   あるGENは再作成とし、CONDSET.CTL1へ GEN名の条件名で
      *    ***   CODE=1(再作成)/0(省略)を記録する。チェーン定義では
      *    ***   作成STEPを *IF GEN名 ～ *ENDIF で囲む。
      *    ***   新しいチェックサムはSITEBLD.SUMNに置き、INDEXまで
      *    ***   SITEBLD.SUMは更新しない(途中で止まれば次回も再作成)
      *    ***   チェーン定義はSITEBLD.CHN。PRM1に無いGENの*IFは
      *    ***   CTL1に記録が無いので偽(省略)になる
      *    *** INDEX(チェーンの最後):
      *    ***   PAGE=行の生成ページをチェックサムし、前回
      *    ***   (SITEBLD.PAGE)と比べて追加/変更/削除と最終更新日を
      *    ***   求め、索引ページ(既定index.html)とsitemap.xmlを作る。
      *    ***   最後にSITEBLD.SUMNをSITEBLD.SUMにする
      *    *** 結果はSITEBLD.POT1(CHECKで作り、INDEXで追記)
      *    ***
      *    *** 起動引数: 1=CHECK/INDEX 2=ALL(CHECKで全GEN再作成)
      *    ***   引数が無い時はJOBCHAINが渡すSTEP名(RESLOCK_OWNER)の
      *    ***   "-"より後ろ(SITEBLD-CHECK/SITEBLD-INDEX)で決める
      *    *** SITEBLD.PRM1の行(*行はコメント):
      *    ***   GEN=条件名,入力1[,入力2...](入力10件、GEN20件)
      *    ***       入力に *条件名 と書くと、前のGENが再作成の時は
      *    ***       このGENも再作成(例 TEST49はTEST47の出力を使う)
      *    ***   PAGE=ページ[,表題](ワイルドカード可、2000件)
      *    ***   ROOT=サイトのディレクトリ(PAGE=、索引、sitemapの場所)
      *    ***   URL=sitemapのURLの前半(例 https://example.jp/)
      *    ***   TITLE=索引ページの表題
      *    ***   F-IDX=索引ページ名(既定index.html)
      *    ***   F-MAP=sitemap名(既定sitemap.xml)
      *    ***   F-OT=結果(既定SITEBLD.POT1)
      *    *** 戻り値: RC=4 入力データ/ページが無い
      *    ***         RC=16 PRM1の誤り等

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SITEBLD.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力データ、生成ページ
           SELECT DAT1-F           ASSIGN   WK-DAT1-F-NAME
                               STATUS   WK-DAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 前回のチェックサム(ファイル、チェックサム順)
           SELECT SUM1-F           ASSIGN   WK-SUM1-F-NAME
                               STATUS   WK-SUM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 今回のチェックサム(読んだ順)
           SELECT SUM2-F           ASSIGN   WK-SUM2-F-NAME
                               STATUS   WK-SUM2-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 今回のチェックサム(ファイル、チェックサム順)
           SELECT SUM3-F           ASSIGN   WK-SUM3-F-NAME
                               STATUS   WK-SUM3-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT SRT1-F           ASSIGN   WK-SRT1-F-NAME.

      *    *** 生成ページの一覧(前回/今回)
           SELECT PAG1-F           ASSIGN   WK-PAG1-F-NAME
                               STATUS   WK-PAG1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** ワイルドカードの展開結果
           SELECT LST1-F           ASSIGN   WK-LST1-F-NAME
                               STATUS   WK-LST1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** CONDSET が記録する共有制御ファイル
           SELECT CTL1-F           ASSIGN   WK-CTL1-F-NAME
                               STATUS   WK-CTL1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 索引ページ、sitemap
           SELECT IDX1-F           ASSIGN   WK-IDX1-F-NAME
                               STATUS   WK-IDX1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT MAP1-F           ASSIGN   WK-MAP1-F-NAME
                               STATUS   WK-MAP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

           SELECT POT1-F           ASSIGN   WK-POT1-F-NAME
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(600).

       FD  DAT1-F
           LABEL RECORDS ARE STANDARD.
       01  DAT1-REC.
           03  FILLER          PIC  X(2000).

      *    *** ファイル名、チェックサム、行、レコードの先頭
       FD  SUM1-F
           LABEL RECORDS ARE STANDARD.
       01  SUM1-REC.
           03  SUM1-KEY.
             05  SUM1-FILE     PIC  X(100).
             05  SUM1-SUM      PIC  9(009).
           03  FILLER          PIC  X(001).
           03  SUM1-RNO        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  SUM1-TXT        PIC  X(060).

       FD  SUM2-F
           LABEL RECORDS ARE STANDARD.
       01  SUM2-REC.
           03  SUM2-KEY.
             05  SUM2-FILE     PIC  X(100).
             05  SUM2-SUM      PIC  9(009).
           03  FILLER          PIC  X(001).
           03  SUM2-RNO        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  SUM2-TXT        PIC  X(060).

       FD  SUM3-F
           LABEL RECORDS ARE STANDARD.
       01  SUM3-REC.
           03  FILLER          PIC  X(177).

       SD  SRT1-F.
       01  SRT1-REC.
           03  SRT1-KEY        PIC  X(109).
           03  FILLER          PIC  X(068).

      *    *** ページ、チェックサム、最終更新日、表題
       FD  PAG1-F
           LABEL RECORDS ARE STANDARD.
       01  PAG1-REC.
           03  PAG1-PATH       PIC  X(200).
           03  FILLER          PIC  X(001).
           03  PAG1-SUM        PIC  9(009).
           03  FILLER          PIC  X(001).
           03  PAG1-DATE       PIC  9(008).
           03  FILLER          PIC  X(001).
           03  PAG1-TITLE      PIC  X(060).

       FD  LST1-F
           LABEL RECORDS ARE STANDARD.
       01  LST1-REC.
           03  FILLER          PIC  X(200).

      *    *** JOB/STEP 名、条件名、RETURN-CODE の履歴
      *    *** (CONDSET/CONDDISPと同一レイアウト)
       FD  CTL1-F
           LABEL RECORDS ARE STANDARD.
       01  CTL1-REC.
           03  CTL1-STEP-NAME  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CTL1-COND-NAME  PIC  X(020).
           03  FILLER          PIC  X(001).
           03  CTL1-CODE       PIC  9(003).
           03  FILLER          PIC  X(001).
           03  CTL1-DATE       PIC  9(006).

       FD  IDX1-F
           LABEL RECORDS ARE STANDARD.
       01  IDX1-REC.
           03  FILLER          PIC  X(600).

       FD  MAP1-F
           LABEL RECORDS ARE STANDARD.
       01  MAP1-REC.
           03  FILLER          PIC  X(600).

       FD  POT1-F
           LABEL RECORDS ARE STANDARD.
       01  POT1-REC.
           03  FILLER          PIC  X(200).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "SITEBLD ".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "SITEBLD.PRM1".
           03  WK-DAT1-F-NAME  PIC  X(300) VALUE SPACE.
           03  WK-SUM1-F-NAME  PIC  X(032) VALUE "SITEBLD.SUM".
           03  WK-SUM2-F-NAME  PIC  X(032) VALUE "SITEBLD.SWK".
           03  WK-SUM3-F-NAME  PIC  X(032) VALUE "SITEBLD.SUMN".
           03  WK-SRT1-F-NAME  PIC  X(032) VALUE "SITEBLD.SRT".
           03  WK-PAG1-F-NAME  PIC  X(032) VALUE "SITEBLD.PAGE".
           03  WK-LST1-F-NAME  PIC  X(032) VALUE "SITEBLD.LWK".
           03  WK-CTL1-F-NAME  PIC  X(032) VALUE "CONDSET.CTL1".
           03  WK-IDX1-F-NAME  PIC  X(300) VALUE SPACE.
           03  WK-MAP1-F-NAME  PIC  X(300) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "SITEBLD.POT1".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-DAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SUM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SUM2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-SUM3-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PAG1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LST1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CTL1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-IDX1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-MAP1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-DAT1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-SUM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PAG1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LST1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG          PIC  X(010) VALUE SPACE.
      *    *** CHECK/INDEX
           03  WK-MODE         PIC  X(010) VALUE SPACE.
      *    *** Y=全GEN再作成(引数ALL、又は前回のチェックサム無し)
           03  WK-ALL          PIC  X(001) VALUE "N".
      *    *** JOBCHAINが起動STEPへ渡すロック所有者(PID+STEP名)
           03  WK-OWNER        PIC  X(030) VALUE SPACE.
           03  WK-OWNER-R     REDEFINES WK-OWNER.
             05  WK-OWN-PID    PIC  9(009).
             05  FILLER        PIC  X(001).
             05  WK-OWN-STEP   PIC  X(020).

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-TODAY-R     REDEFINES WK-TODAY-YMD.
             05  WK-TODAY-YYYY PIC  9(004).
             05  WK-TODAY-MM   PIC  9(002).
             05  WK-TODAY-DD   PIC  9(002).
           03  WK-DATE-ED      PIC  X(010) VALUE SPACE.
           03  WK-DATE-WK      PIC  9(008) VALUE ZERO.
           03  WK-DATE-WK-R   REDEFINES WK-DATE-WK.
             05  WK-DATE-WK-YYYY PIC 9(004).
             05  WK-DATE-WK-MM PIC  9(002).
             05  WK-DATE-WK-DD PIC  9(002).
           03  WK-MAX-DATE     PIC  9(008) VALUE ZERO.

      *    *** 後続のCALLでRETURN-CODEが上書きされる為、
      *    *** 終了コードはここに保持し最後に戻す
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

           03  WK-CMD          PIC  X(512) VALUE SPACE.
           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM-VAL      PIC  X(600) VALUE SPACE.
           03  WK-PTR          BINARY-LONG SYNC VALUE ZERO.
           03  WK-ITEM         PIC  X(200) VALUE SPACE.
           03  WK-ITEM2        PIC  X(200) VALUE SPACE.
           03  WK-ROOT         PIC  X(100) VALUE SPACE.
           03  WK-URL          PIC  X(200) VALUE SPACE.
           03  WK-TITLE        PIC  X(100) VALUE "サイト一覧".
           03  WK-IDX-NAME     PIC  X(100) VALUE "index.html".
           03  WK-MAP-NAME     PIC  X(100) VALUE "sitemap.xml".

      *    *** チェックサム
           03  WK-LEN          BINARY-LONG SYNC VALUE ZERO.
           03  WK-SUM          PIC  9(009) VALUE ZERO.
           03  WK-RNO          BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKEY.
             05  WK-SKEY-FILE  PIC  X(100) VALUE SPACE.
             05  WK-SKEY-SUM   PIC  9(009) VALUE ZERO.

      *    *** シェルに渡す名前の文字チェック
           03  WK-SHCHK-NAME   PIC  X(200) VALUE SPACE.
           03  WK-SHCHK-C      PIC  X(001) VALUE SPACE.
           03  WK-SHCHK-OK     PIC  X(001) VALUE "Y".

      *    *** HTML/XMLの文字置換(& < > ")
           03  WK-ESC-IN       PIC  X(200) VALUE SPACE.
           03  WK-ESC-OUT      PIC  X(400) VALUE SPACE.
           03  WK-ESC-LEN      BINARY-LONG SYNC VALUE ZERO.

           03  WK-LIST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-ADD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CHG-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SAME-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-MISS-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-GEN-RUN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-GEN-SKIP     BINARY-LONG SYNC VALUE ZERO.

           03  WK-CNT-E        PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT2-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT3-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT4-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-CNT5-E       PIC  ZZZZZ9 VALUE ZERO.
           03  WK-LINE-E       PIC  9(006) VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPCFGNAME   REPLACING ==:##:== BY ==WCF==.

      *    *** GEN(最大20件)
       01  GEN-TBL-AREA.
           03  WK-GN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-GN-TBL       OCCURS 20.
             05  WK-GN-COND    PIC  X(020) VALUE SPACE.
      *    *** Y=再作成
             05  WK-GN-CHG     PIC  X(001) VALUE "N".
             05  WK-GN-WHY     PIC  X(100) VALUE SPACE.
             05  WK-GN-FX-CNT  BINARY-LONG SYNC VALUE ZERO.
      *    *** 入力データ(FL-TBLの添字)
             05  WK-GN-FX      OCCURS 10
                               BINARY-LONG SYNC VALUE ZERO.
             05  WK-GN-DX-CNT  BINARY-LONG SYNC VALUE ZERO.
      *    *** 前のGEN(GN-TBLの添字)
             05  WK-GN-DX      OCCURS 5
                               BINARY-LONG SYNC VALUE ZERO.

      *    *** 入力データ(重複なし、最大50件)
       01  FILE-TBL-AREA.
           03  WK-FL-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-FL-TBL       OCCURS 50.
             05  WK-FL-NAME    PIC  X(100) VALUE SPACE.
      *    *** Y=変わった M=無い
             05  WK-FL-CHG     PIC  X(001) VALUE "N".
             05  WK-FL-REC     BINARY-LONG SYNC VALUE ZERO.
             05  WK-FL-ADD     BINARY-LONG SYNC VALUE ZERO.
             05  WK-FL-DEL     BINARY-LONG SYNC VALUE ZERO.

      *    *** 前回のチェックサム(最大20000件)
      *    *** 未使用の行はキーをHIGH-VALUEにしてSEARCH ALLに使う
       01  OLD-SUM-TBL-AREA.
           03  WK-OS-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OS-TBL       OCCURS 20000
                               ASCENDING KEY IS WK-OS-KEY
                               INDEXED BY WK-OS-IDX.
             05  WK-OS-KEY     PIC  X(109) VALUE HIGH-VALUE.
             05  WK-OS-RNO     PIC  9(006) VALUE ZERO.
             05  WK-OS-TXT     PIC  X(060) VALUE SPACE.
      *    *** Y=今回も有る
             05  WK-OS-HIT     PIC  X(001) VALUE "N".

      *    *** 今回の生成ページ(最大2000件)
       01  PAGE-TBL-AREA.
           03  WK-PG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PG-TBL       OCCURS 2000.
             05  WK-PG-PATH    PIC  X(200) VALUE SPACE.
             05  WK-PG-TITLE   PIC  X(060) VALUE SPACE.
             05  WK-PG-SUM     PIC  9(009) VALUE ZERO.
             05  WK-PG-DATE    PIC  9(008) VALUE ZERO.

      *    *** 前回の生成ページ(最大2000件)
       01  OLD-PAGE-TBL-AREA.
           03  WK-OP-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-OP-TBL       OCCURS 2000.
             05  WK-OP-PATH    PIC  X(200) VALUE SPACE.
             05  WK-OP-SUM     PIC  9(009) VALUE ZERO.
             05  WK-OP-DATE    PIC  9(008) VALUE ZERO.
             05  WK-OP-HIT     PIC  X(001) VALUE "N".

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  L               BINARY-LONG SYNC VALUE ZERO.
           03  M               BINARY-LONG SYNC VALUE ZERO.
           03  G               BINARY-LONG SYNC VALUE ZERO.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** 引数、PRM1読込
           PERFORM S010-10     THRU    S010-EX

           IF      WK-RC-SAVE  <       16
               EVALUATE WK-MODE
                   WHEN "CHECK"
      *    *** 入力データのチェックサム、GEN毎の再作成判定
                       PERFORM S100-10     THRU    S100-EX
                       IF      WK-RC-SAVE  <       16
                           PERFORM S200-10     THRU    S200-EX
                           PERFORM S300-10     THRU    S300-EX
                       END-IF
                   WHEN "INDEX"
      *    *** 生成ページの比較、索引ページ、sitemap
                       PERFORM S500-10     THRU    S500-EX
                       IF      WK-RC-SAVE  <       16
                           PERFORM S600-10     THRU    S600-EX
                           PERFORM S700-10     THRU    S700-EX
                           PERFORM S800-10     THRU    S800-EX
                       END-IF
               END-EVALUATE
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

      *    *** 処理区分: 引数、無ければJOBCHAINの起動STEP名
           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           ELSE
                   ACCEPT  WK-OWNER    FROM    ENVIRONMENT
                                               "RESLOCK_OWNER"
                   IF      WK-OWNER    NOT =   SPACE   AND
                           WK-OWN-PID  IS      NUMERIC
                           UNSTRING WK-OWN-STEP DELIMITED BY "-"
                               INTO WK-ARG WK-MODE
                           END-UNSTRING
                   END-IF
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-ARG      FROM    ARGUMENT-VALUE
                   IF      WK-ARG      =       "ALL"
                           MOVE    "Y"         TO      WK-ALL
                   END-IF
           END-IF
           IF      WK-MODE     NOT =   "CHECK" AND
                   WK-MODE     NOT =   "INDEX"
                   DISPLAY WK-PGM-NAME " 処理区分ERROR=" WK-MODE
                           " (CHECK/INDEX)"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           DISPLAY WK-PGM-NAME " MODE=" WK-MODE

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
           IF      WK-RC-SAVE  NOT =   ZERO
                   GO  TO  S010-EX
           END-IF

      *    *** 索引ページ、sitemapはROOTの下
           MOVE    SPACE       TO      WK-IDX1-F-NAME  WK-MAP1-F-NAME
           STRING  WK-ROOT     DELIMITED BY SPACE
                   WK-IDX-NAME DELIMITED BY SPACE
                   INTO    WK-IDX1-F-NAME
           STRING  WK-ROOT     DELIMITED BY SPACE
                   WK-MAP-NAME DELIMITED BY SPACE
                   INTO    WK-MAP1-F-NAME

      *    *** 結果はCHECKで作り直し、INDEXで追記する
           IF      WK-MODE     =       "CHECK"
                   OPEN    OUTPUT      POT1-F
           ELSE
                   OPEN    EXTEND      POT1-F
                   IF      WK-POT1-STATUS =    05      OR      35
                           OPEN    OUTPUT      POT1-F
                   END-IF
           END-IF
           IF      WK-POT1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " POT1-F OPEN ERROR STATUS="
                           WK-POT1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S010-EX
           END-IF
           MOVE    SPACE       TO      POT1-REC
           STRING  "SITEBLD "  DELIMITED BY SIZE
                   WK-MODE     DELIMITED BY SPACE
                   " "         DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
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
               WHEN "GEN"
                   PERFORM S030-10     THRU    S030-EX
               WHEN "PAGE"
      *    *** ページはINDEXで展開する
                   CONTINUE
               WHEN "ROOT"
                   MOVE    WK-PRM-VAL  TO      WK-ROOT
                   MOVE    WK-ROOT     TO      WK-SHCHK-NAME
                   PERFORM S090-10     THRU    S090-EX
               WHEN "URL"
                   MOVE    WK-PRM-VAL  TO      WK-URL
               WHEN "TITLE"
                   MOVE    WK-PRM-VAL  TO      WK-TITLE
               WHEN "F-IDX"
                   MOVE    WK-PRM-VAL  TO      WK-IDX-NAME
               WHEN "F-MAP"
                   MOVE    WK-PRM-VAL  TO      WK-MAP-NAME
               WHEN "F-OT"
                   MOVE    WK-PRM-VAL  TO      WK-POT1-F-NAME
               WHEN OTHER
                   DISPLAY WK-PGM-NAME " PRM1 ERROR=" PRM1-REC (1:40)
                   MOVE    16          TO      WK-RC-SAVE
           END-EVALUATE
           .
       S020-EX.
           EXIT.

      *    *** GEN=条件名,入力... (*条件名は前のGEN)
       S030-10.

           IF      WK-GN-CNT   >=      20
                   DISPLAY WK-PGM-NAME " GEN= 20件超"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S030-EX
           END-IF
           ADD     1           TO      WK-GN-CNT
           MOVE    WK-GN-CNT   TO      G
           MOVE    1           TO      WK-PTR
           MOVE    SPACE       TO      WK-ITEM
           UNSTRING WK-PRM-VAL DELIMITED BY ","
               INTO WK-ITEM
               WITH POINTER WK-PTR
           END-UNSTRING
           MOVE    WK-ITEM     TO      WK-GN-COND (G)

           PERFORM UNTIL WK-PTR > 600
               MOVE    SPACE       TO      WK-ITEM
               UNSTRING WK-PRM-VAL DELIMITED BY ","
                   INTO WK-ITEM
                   WITH POINTER WK-PTR
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WK-ITEM = SPACE
                       CONTINUE
                   WHEN WK-ITEM (1:1) = "*"
                       PERFORM S040-10     THRU    S040-EX
                   WHEN OTHER
                       PERFORM S045-10     THRU    S045-EX
               END-EVALUATE
           END-PERFORM
           .
       S030-EX.
           EXIT.

      *    *** 前のGENへの依存
       S040-10.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K >= G
                   OR WK-GN-COND (K) = WK-ITEM (2:)
               CONTINUE
           END-PERFORM
           IF      K           >=      G       OR
                   WK-GN-DX-CNT (G) >= 5
                   DISPLAY WK-PGM-NAME " GEN=" WK-GN-COND (G)
                           " 前のGENに無い=" WK-ITEM (1:21)
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S040-EX
           END-IF
           ADD     1           TO      WK-GN-DX-CNT (G)
           MOVE    K           TO      WK-GN-DX (G WK-GN-DX-CNT (G))
           .
       S040-EX.
           EXIT.

      *    *** 入力データ(重複なしの表へ)
       S045-10.

           IF      WK-GN-FX-CNT (G) >= 10
                   DISPLAY WK-PGM-NAME " GEN=" WK-GN-COND (G)
                           " 入力 10件超"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S045-EX
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-FL-CNT
                   OR WK-FL-NAME (K) = WK-ITEM
               CONTINUE
           END-PERFORM
           IF      K           >       WK-FL-CNT
               IF  WK-FL-CNT   >=      50
                   DISPLAY WK-PGM-NAME " 入力 50件超"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S045-EX
               END-IF
               ADD     1           TO      WK-FL-CNT
               MOVE    WK-ITEM     TO      WK-FL-NAME (K)
           END-IF
           ADD     1           TO      WK-GN-FX-CNT (G)
           MOVE    K           TO      WK-GN-FX (G WK-GN-FX-CNT (G))
           .
       S045-EX.
           EXIT.

      *    *** DAT1-RECのチェックサムをWK-SUMへ積む
      *    *** (ページは全レコード分、入力データは1レコード毎)
       S050-10.

           PERFORM VARYING WK-LEN FROM 2000 BY -1
                   UNTIL WK-LEN < 1 OR DAT1-REC (WK-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WK-LEN
               COMPUTE WK-SUM = MOD (WK-SUM * 31
                                     + ORD (DAT1-REC (L:1)),
                                     999999937)
           END-PERFORM
      *    *** レコードの区切り
           COMPUTE WK-SUM = MOD (WK-SUM * 31 + 11, 999999937)
           .
       S050-EX.
           EXIT.

      *    *** シェルに渡す名前の文字チェック(区切り/展開の文字不可)
       S090-10.

           MOVE    "Y"         TO      WK-SHCHK-OK
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 200
               MOVE    WK-SHCHK-NAME (L:1) TO WK-SHCHK-C
               IF      WK-SHCHK-C  =       ";" OR "&" OR "|" OR "`"
                                        OR "$" OR "(" OR ")" OR "<"
                                        OR ">" OR '"' OR "'" OR "\"
                   MOVE    "N"         TO      WK-SHCHK-OK
               END-IF
           END-PERFORM
           IF      WK-SHCHK-OK =       "N"
                   DISPLAY WK-PGM-NAME
                           " 不正な文字を含む名前="
                           WK-SHCHK-NAME (1:60)
                   MOVE    16          TO      WK-RC-SAVE
           END-IF
           .
       S090-EX.
           EXIT.

      *    *** 前回のチェックサムを読む(無ければ全GEN再作成)
       S100-10.

           OPEN    INPUT       SUM1-F
           IF      WK-SUM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME
                           " 前回SUM無し 全GEN再作成"
                   MOVE    "Y"         TO      WK-ALL
                   GO  TO  S100-EX
           END-IF
           MOVE    LOW-VALUE   TO      WK-SUM1-EOF
           PERFORM UNTIL WK-SUM1-EOF = HIGH-VALUE
               READ    SUM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-SUM1-EOF
                   NOT AT  END
                       IF      WK-OS-CNT   >=      20000
                           DISPLAY WK-PGM-NAME " SUM 20000件超"
                           MOVE    16          TO      WK-RC-SAVE
                           MOVE    HIGH-VALUE  TO      WK-SUM1-EOF
                       ELSE
                           ADD     1           TO      WK-OS-CNT
                           MOVE    SUM1-KEY    TO
                                   WK-OS-KEY (WK-OS-CNT)
                           MOVE    SUM1-RNO    TO
                                   WK-OS-RNO (WK-OS-CNT)
                           MOVE    SUM1-TXT    TO
                                   WK-OS-TXT (WK-OS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   SUM1-F
           .
       S100-EX.
           EXIT.

      *    *** 入力データ毎にレコードのチェックサムを前回と比べる
       S200-10.

           OPEN    OUTPUT      SUM2-F
           IF      WK-SUM2-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " SUM2-F OPEN ERROR STATUS="
                           WK-SUM2-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S200-EX
           END-IF
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* 入力データ"  TO  POT1-REC
           WRITE   POT1-REC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WK-FL-CNT
               PERFORM S210-10     THRU    S210-EX
           END-PERFORM
           CLOSE   SUM2-F

      *    *** 今回のチェックサムをファイル、チェックサム順に
           SORT    SRT1-F
             ASCENDING  KEY SRT1-KEY
             USING  SUM2-F
             GIVING SUM3-F
           CALL    "CBL_DELETE_FILE" USING WK-SUM2-F-NAME
           END-CALL
           .
       S200-EX.
           EXIT.

      *    *** 入力データ1本(I)
       S210-10.

           MOVE    SPACE       TO      POT1-REC
           STRING  "  "        DELIMITED BY SIZE
                   WK-FL-NAME (I) DELIMITED BY SPACE
                   INTO    POT1-REC
           WRITE   POT1-REC
           MOVE    WK-FL-NAME (I) TO   WK-DAT1-F-NAME
           MOVE    ZERO        TO      WK-RNO
           OPEN    INPUT       DAT1-F
           IF      WK-DAT1-STATUS NOT =  ZERO
                   MOVE    "M"         TO      WK-FL-CHG (I)
                   MOVE    SPACE       TO      POT1-REC
                   MOVE    "    ** 入力データが無い" TO POT1-REC
                   WRITE   POT1-REC
                   DISPLAY WK-PGM-NAME " DAT1-F OPEN ERROR STATUS="
                           WK-DAT1-STATUS " (" WK-FL-NAME (I) (1:60)
                           ")"
                   IF      WK-RC-SAVE  <       4
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
           ELSE
                   MOVE    LOW-VALUE   TO      WK-DAT1-EOF
                   PERFORM UNTIL WK-DAT1-EOF = HIGH-VALUE
                       READ    DAT1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-DAT1-EOF
                           NOT AT  END
                               ADD     1           TO      WK-RNO
                               PERFORM S220-10     THRU    S220-EX
                       END-READ
                   END-PERFORM
                   CLOSE   DAT1-F
           END-IF
           MOVE    WK-RNO      TO      WK-FL-REC (I)

      *    *** 前回有って今回無いレコード
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-OS-CNT
               IF      WK-OS-KEY (K) (1:100) = WK-FL-NAME (I)  AND
                       WK-OS-HIT (K) =     "N"
                   ADD     1           TO      WK-FL-DEL (I)
                   IF      WK-FL-DEL (I) <=    20
                       MOVE    WK-OS-RNO (K) TO    WK-LINE-E
                       MOVE    SPACE       TO      POT1-REC
                       STRING  "    - 行="   DELIMITED BY SIZE
                               WK-LINE-E   DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               WK-OS-TXT (K) DELIMITED BY SIZE
                               INTO    POT1-REC
                       WRITE   POT1-REC
                   END-IF
               END-IF
           END-PERFORM

           IF      WK-FL-CHG (I) =     "N"     AND
                 ( WK-FL-ADD (I) >     ZERO    OR
                   WK-FL-DEL (I) >     ZERO )
                   MOVE    "Y"         TO      WK-FL-CHG (I)
           END-IF
           MOVE    WK-FL-REC (I) TO    WK-CNT-E
           MOVE    WK-FL-ADD (I) TO    WK-CNT2-E
           MOVE    WK-FL-DEL (I) TO    WK-CNT3-E
           MOVE    SPACE       TO      POT1-REC
           STRING  "    件数="  DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 追加="    DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " 削除="    DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           .
       S210-EX.
           EXIT.

      *    *** 入力データの1レコード: チェックサムを前回から探す
       S220-10.

           MOVE    ZERO        TO      WK-SUM
           PERFORM S050-10     THRU    S050-EX

           MOVE    WK-FL-NAME (I) TO   WK-SKEY-FILE
           MOVE    WK-SUM      TO      WK-SKEY-SUM
           MOVE    SPACE       TO      SUM2-REC
           MOVE    WK-SKEY     TO      SUM2-KEY
           MOVE    WK-RNO      TO      SUM2-RNO
           MOVE    DAT1-REC (1:60) TO  SUM2-TXT
           WRITE   SUM2-REC

           SEARCH  ALL WK-OS-TBL
               AT  END
      *    *** 新しいか変わったレコード
                   ADD     1           TO      WK-FL-ADD (I)
                   IF      WK-FL-ADD (I) <=    20
                       MOVE    WK-RNO      TO      WK-LINE-E
                       MOVE    SPACE       TO      POT1-REC
                       STRING  "    + 行="   DELIMITED BY SIZE
                               WK-LINE-E   DELIMITED BY SIZE
                               " "         DELIMITED BY SIZE
                               DAT1-REC (1:60) DELIMITED BY SIZE
                               INTO    POT1-REC
                       WRITE   POT1-REC
                   END-IF
               WHEN WK-OS-KEY (WK-OS-IDX) = WK-SKEY
                   MOVE    "Y"         TO      WK-OS-HIT (WK-OS-IDX)
           END-SEARCH
           .
       S220-EX.
           EXIT.

      *    *** GEN毎の再作成判定とCONDSET.CTL1への記録
       S300-10.

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* GEN"     TO      POT1-REC
           WRITE   POT1-REC

      *    *** 共有制御ファイルの物理パスをCFGNAMEで解決する
           MOVE    "RESOLV"    TO      WCF-ID
           MOVE    "CONDSET.CTL1" TO   WCF-LOGICAL
           CALL    "CFGNAME"   USING   WCF-CFGNAME-AREA
           MOVE    WCF-PHYSICAL TO     WK-CTL1-F-NAME

           OPEN    EXTEND      CTL1-F
           IF      WK-CTL1-STATUS =    05      OR      35
                   OPEN    OUTPUT      CTL1-F
           END-IF
           IF      WK-CTL1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CTL1-F OPEN ERROR STATUS="
                           WK-CTL1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S300-EX
           END-IF

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WK-GN-CNT
               PERFORM S310-10     THRU    S310-EX
           END-PERFORM
           CLOSE   CTL1-F

           MOVE    WK-GEN-RUN  TO      WK-CNT-E
           MOVE    WK-GEN-SKIP TO      WK-CNT2-E
           DISPLAY WK-PGM-NAME " GEN 再作成=" WK-CNT-E
                   " 省略=" WK-CNT2-E
           .
       S300-EX.
           EXIT.

      *    *** GEN(G)1件
       S310-10.

           MOVE    "N"         TO      WK-GN-CHG (G)
           MOVE    SPACE       TO      WK-GN-WHY (G)
           IF      WK-ALL      =       "Y"
                   MOVE    "Y"         TO      WK-GN-CHG (G)
                   MOVE    "全GEN"     TO      WK-GN-WHY (G)
           END-IF
      *    *** 入力データが変わった(無い時も作成STEPに任せる)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-GN-FX-CNT (G)
                   OR WK-GN-CHG (G) = "Y"
               MOVE    WK-GN-FX (G J) TO   K
               IF      WK-FL-CHG (K) NOT = "N"
                   MOVE    "Y"         TO      WK-GN-CHG (G)
                   MOVE    WK-FL-NAME (K) TO   WK-GN-WHY (G)
               END-IF
           END-PERFORM
      *    *** 前のGENが再作成
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WK-GN-DX-CNT (G)
                   OR WK-GN-CHG (G) = "Y"
               MOVE    WK-GN-DX (G J) TO   K
               IF      WK-GN-CHG (K) =     "Y"
                   MOVE    "Y"         TO      WK-GN-CHG (G)
                   MOVE    SPACE       TO      WK-GN-WHY (G)
                   STRING  "*"         DELIMITED BY SIZE
                           WK-GN-COND (K) DELIMITED BY SPACE
                           INTO    WK-GN-WHY (G)
               END-IF
           END-PERFORM

           MOVE    SPACE       TO      CTL1-REC
           MOVE    "SITEBLD"   TO      CTL1-STEP-NAME
           MOVE    WK-GN-COND (G) TO   CTL1-COND-NAME
           MOVE    WK-TODAY-YMD (3:6) TO CTL1-DATE
           MOVE    SPACE       TO      POT1-REC
           IF      WK-GN-CHG (G) =     "Y"
                   MOVE    1           TO      CTL1-CODE
                   ADD     1           TO      WK-GEN-RUN
                   STRING  "  再作成 " DELIMITED BY SIZE
                           WK-GN-COND (G) DELIMITED BY SIZE
                           " ("        DELIMITED BY SIZE
                           WK-GN-WHY (G) DELIMITED BY SPACE
                           ")"         DELIMITED BY SIZE
                           INTO    POT1-REC
           ELSE
                   MOVE    ZERO        TO      CTL1-CODE
                   ADD     1           TO      WK-GEN-SKIP
                   STRING  "  省略   " DELIMITED BY SIZE
                           WK-GN-COND (G) DELIMITED BY SIZE
                           INTO    POT1-REC
           END-IF
           WRITE   CTL1-REC
           WRITE   POT1-REC
           .
       S310-EX.
           EXIT.

      *    *** 前回の生成ページ一覧と今回のページ一覧
       S500-10.

           OPEN    INPUT       PAG1-F
           IF      WK-PAG1-STATUS =    ZERO
               MOVE    LOW-VALUE   TO      WK-PAG1-EOF
               PERFORM UNTIL WK-PAG1-EOF = HIGH-VALUE
                   READ    PAG1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-PAG1-EOF
                       NOT AT  END
                           IF      WK-OP-CNT   <       2000
                               ADD     1           TO      WK-OP-CNT
                               MOVE    PAG1-PATH   TO
                                       WK-OP-PATH (WK-OP-CNT)
                               MOVE    PAG1-SUM    TO
                                       WK-OP-SUM (WK-OP-CNT)
                               MOVE    PAG1-DATE   TO
                                       WK-OP-DATE (WK-OP-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   PAG1-F
           END-IF

           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    "* ページ"  TO      POT1-REC
           WRITE   POT1-REC

      *    *** PRM1のPAGE=行を読み直してページ一覧を作る
           MOVE    LOW-VALUE   TO      WK-PRM1-EOF
           OPEN    INPUT       PRM1-F
           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       IF      PRM1-REC (1:5) =    "PAGE="
                           PERFORM S510-10     THRU    S510-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PRM1-F
           .
       S500-EX.
           EXIT.

      *    *** PAGE=ページ[,表題]。ワイルドカードはlsで展開する
       S510-10.

           MOVE    SPACE       TO      WK-ITEM  WK-ITEM2
           UNSTRING PRM1-REC (6:) DELIMITED BY ","
               INTO WK-ITEM WK-ITEM2
           END-UNSTRING

           MOVE    ZERO        TO      K
           INSPECT WK-ITEM     TALLYING K FOR ALL "*" "?" "["
           IF      K           =       ZERO
                   PERFORM S520-10     THRU    S520-EX
                   GO  TO  S510-EX
           END-IF

           MOVE    WK-ITEM     TO      WK-SHCHK-NAME
           PERFORM S090-10     THRU    S090-EX
           IF      WK-SHCHK-OK =       "N"
                   GO  TO  S510-EX
           END-IF
           MOVE    SPACE       TO      WK-CMD
           IF      WK-ROOT     =       SPACE
                   STRING  "ls -1d "   DELIMITED BY SIZE
                           WK-ITEM     DELIMITED BY SPACE
                           " > "       DELIMITED BY SIZE
                           WK-LST1-F-NAME DELIMITED BY SPACE
                           " 2>/dev/null" DELIMITED BY SIZE
                           INTO    WK-CMD
           ELSE
                   STRING  "(cd "      DELIMITED BY SIZE
                           WK-ROOT     DELIMITED BY SPACE
                           " && ls -1d " DELIMITED BY SIZE
                           WK-ITEM     DELIMITED BY SPACE
                           ") > "      DELIMITED BY SIZE
                           WK-LST1-F-NAME DELIMITED BY SPACE
                           " 2>/dev/null" DELIMITED BY SIZE
                           INTO    WK-CMD
           END-IF
           CALL    "SYSTEM"    USING   WK-CMD

           MOVE    ZERO        TO      WK-LIST-CNT
           OPEN    INPUT       LST1-F
           IF      WK-LST1-STATUS =    ZERO
               MOVE    LOW-VALUE   TO      WK-LST1-EOF
               PERFORM UNTIL WK-LST1-EOF = HIGH-VALUE
                   READ    LST1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-LST1-EOF
                       NOT AT  END
      *    *** 索引ページ自身は載せない
                           IF      LST1-REC    NOT =   WK-IDX-NAME
                               MOVE    LST1-REC    TO      WK-ITEM
                               MOVE    SPACE       TO      WK-ITEM2
                               ADD     1           TO      WK-LIST-CNT
                               PERFORM S520-10     THRU    S520-EX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   LST1-F
           END-IF
           CALL    "CBL_DELETE_FILE" USING WK-LST1-F-NAME
           END-CALL
           .
       S510-EX.
           EXIT.

      *    *** ページ(WK-ITEM、表題WK-ITEM2)1件: チェックサム
       S520-10.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-PG-CNT
                   OR WK-PG-PATH (K) = WK-ITEM
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-PG-CNT
                   GO  TO  S520-EX
           END-IF

           MOVE    SPACE       TO      WK-DAT1-F-NAME
           STRING  WK-ROOT     DELIMITED BY SPACE
                   WK-ITEM     DELIMITED BY SPACE
                   INTO    WK-DAT1-F-NAME
           OPEN    INPUT       DAT1-F
           IF      WK-DAT1-STATUS NOT =  ZERO
      *    *** 無いページは載せない(前回有れば削除になる)
                   ADD     1           TO      WK-MISS-CNT
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  ** ページが無い " DELIMITED BY SIZE
                           WK-ITEM     DELIMITED BY SPACE
                           INTO    POT1-REC
                   WRITE   POT1-REC
                   IF      WK-RC-SAVE  <       4
                           MOVE    4           TO      WK-RC-SAVE
                   END-IF
                   GO  TO  S520-EX
           END-IF
           IF      WK-PG-CNT   >=      2000
                   CLOSE   DAT1-F
                   DISPLAY WK-PGM-NAME " PAGE 2000件超"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S520-EX
           END-IF
           ADD     1           TO      WK-PG-CNT
           MOVE    WK-PG-CNT   TO      M
           MOVE    WK-ITEM     TO      WK-PG-PATH (M)

      *    *** 表題の既定はファイル名(拡張子を除く)
           IF      WK-ITEM2    =       SPACE
               PERFORM VARYING J FROM 200 BY -1 UNTIL J < 1
                       OR WK-ITEM (J:1) = "/"
                   CONTINUE
               END-PERFORM
               MOVE    WK-ITEM (J + 1:) TO WK-ITEM2
               PERFORM VARYING J FROM 200 BY -1 UNTIL J < 2
                       OR WK-ITEM2 (J:1) = "."
                   CONTINUE
               END-PERFORM
               IF      J           >       1
                   MOVE    SPACE       TO      WK-ITEM2 (J:)
               END-IF
           END-IF
           MOVE    WK-ITEM2    TO      WK-PG-TITLE (M)

           MOVE    ZERO        TO      WK-SUM
           MOVE    LOW-VALUE   TO      WK-DAT1-EOF
           PERFORM UNTIL WK-DAT1-EOF = HIGH-VALUE
               READ    DAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-DAT1-EOF
                   NOT AT  END
                       PERFORM S050-10     THRU    S050-EX
               END-READ
           END-PERFORM
           CLOSE   DAT1-F
           MOVE    WK-SUM      TO      WK-PG-SUM (M)
           .
       S520-EX.
           EXIT.

      *    *** 前回と比べて追加/変更/削除と最終更新日を決める
       S600-10.

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-PG-CNT
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-OP-CNT
                       OR WK-OP-PATH (K) = WK-PG-PATH (M)
                   CONTINUE
               END-PERFORM
               MOVE    SPACE       TO      POT1-REC
               EVALUATE TRUE
                   WHEN K > WK-OP-CNT
                       ADD     1           TO      WK-ADD-CNT
                       MOVE    WK-TODAY-YMD TO     WK-PG-DATE (M)
                       STRING  "  追加 "   DELIMITED BY SIZE
                               WK-PG-PATH (M) DELIMITED BY SPACE
                               INTO    POT1-REC
                   WHEN WK-OP-SUM (K) NOT = WK-PG-SUM (M)
                       ADD     1           TO      WK-CHG-CNT
                       MOVE    "Y"         TO      WK-OP-HIT (K)
                       MOVE    WK-TODAY-YMD TO     WK-PG-DATE (M)
                       STRING  "  変更 "   DELIMITED BY SIZE
                               WK-PG-PATH (M) DELIMITED BY SPACE
                               INTO    POT1-REC
                   WHEN OTHER
                       ADD     1           TO      WK-SAME-CNT
                       MOVE    "Y"         TO      WK-OP-HIT (K)
                       MOVE    WK-OP-DATE (K) TO   WK-PG-DATE (M)
               END-EVALUATE
               IF      POT1-REC    NOT =   SPACE
                       WRITE   POT1-REC
               END-IF
               IF      WK-PG-DATE (M) >    WK-MAX-DATE
                       MOVE    WK-PG-DATE (M) TO   WK-MAX-DATE
               END-IF
           END-PERFORM

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WK-OP-CNT
               IF      WK-OP-HIT (K) =     "N"
                   ADD     1           TO      WK-DEL-CNT
                   MOVE    WK-TODAY-YMD TO     WK-MAX-DATE
                   MOVE    SPACE       TO      POT1-REC
                   STRING  "  削除 "   DELIMITED BY SIZE
                           WK-OP-PATH (K) DELIMITED BY SPACE
                           INTO    POT1-REC
                   WRITE   POT1-REC
               END-IF
           END-PERFORM

      *    *** 今回の一覧を保存
           OPEN    OUTPUT      PAG1-F
           IF      WK-PAG1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PAG1-F OPEN ERROR STATUS="
                           WK-PAG1-STATUS
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S600-EX
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-PG-CNT
               MOVE    SPACE       TO      PAG1-REC
               MOVE    WK-PG-PATH (M) TO   PAG1-PATH
               MOVE    WK-PG-SUM (M) TO    PAG1-SUM
               MOVE    WK-PG-DATE (M) TO   PAG1-DATE
               MOVE    WK-PG-TITLE (M) TO  PAG1-TITLE
               WRITE   PAG1-REC
           END-PERFORM
           CLOSE   PAG1-F
           .
       S600-EX.
           EXIT.

      *    *** 索引ページとsitemap.xml
       S700-10.

           IF      WK-MAX-DATE =       ZERO
                   MOVE    WK-TODAY-YMD TO     WK-MAX-DATE
           END-IF

           OPEN    OUTPUT      IDX1-F
           IF      WK-IDX1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " IDX1-F OPEN ERROR STATUS="
                           WK-IDX1-STATUS " (" WK-IDX1-F-NAME (1:60)
                           ")"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF
           MOVE    WK-TITLE    TO      WK-ESC-IN
           PERFORM S790-10     THRU    S790-EX
           MOVE    "<!DOCTYPE html>" TO IDX1-REC
           WRITE   IDX1-REC
           MOVE    "<html lang=""ja"">" TO IDX1-REC
           WRITE   IDX1-REC
           MOVE    "<head>"    TO      IDX1-REC
           WRITE   IDX1-REC
           MOVE    "<meta charset=""UTF-8"">" TO IDX1-REC
           WRITE   IDX1-REC
           MOVE    SPACE       TO      IDX1-REC
           STRING  "<title>"   DELIMITED BY SIZE
                   WK-ESC-OUT (1:WK-ESC-LEN) DELIMITED BY SIZE
                   "</title>"  DELIMITED BY SIZE
                   INTO    IDX1-REC
           WRITE   IDX1-REC
           MOVE    "</head>"   TO      IDX1-REC
           WRITE   IDX1-REC
           MOVE    "<body>"    TO      IDX1-REC
           WRITE   IDX1-REC
           MOVE    SPACE       TO      IDX1-REC
           STRING  "<h1>"      DELIMITED BY SIZE
                   WK-ESC-OUT (1:WK-ESC-LEN) DELIMITED BY SIZE
                   "</h1>"     DELIMITED BY SIZE
                   INTO    IDX1-REC
           WRITE   IDX1-REC
           MOVE    WK-MAX-DATE TO      WK-DATE-WK
           PERFORM S795-10     THRU    S795-EX
           MOVE    WK-PG-CNT   TO      WK-CNT-E
           MOVE    SPACE       TO      IDX1-REC
           STRING  "<p>最終更新 " DELIMITED BY SIZE
                   WK-DATE-ED  DELIMITED BY SIZE
                   " ページ数 " DELIMITED BY SIZE
                   TRIM (WK-CNT-E) DELIMITED BY SIZE
                   "</p>"      DELIMITED BY SIZE
                   INTO    IDX1-REC
           WRITE   IDX1-REC
           MOVE    "<table>"   TO      IDX1-REC
           WRITE   IDX1-REC
           MOVE    "<tr><th>ページ</th><th>最終更新</th></tr>"
                                       TO      IDX1-REC
           WRITE   IDX1-REC

           OPEN    OUTPUT      MAP1-F
           IF      WK-MAP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " MAP1-F OPEN ERROR STATUS="
                           WK-MAP1-STATUS " (" WK-MAP1-F-NAME (1:60)
                           ")"
                   CLOSE   IDX1-F
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S700-EX
           END-IF
           MOVE    "<?xml version=""1.0"" encoding=""UTF-8""?>"
                                       TO      MAP1-REC
           WRITE   MAP1-REC
           MOVE    SPACE       TO      MAP1-REC
           STRING  "<urlset xmlns=""http://www.sitemaps.org/"
                                       DELIMITED BY SIZE
                   "schemas/sitemap/0.9"">" DELIMITED BY SIZE
                   INTO    MAP1-REC
           WRITE   MAP1-REC
      *    *** 索引ページ自身
           MOVE    WK-IDX-NAME TO      WK-ITEM
           PERFORM S720-10     THRU    S720-EX

           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WK-PG-CNT
               PERFORM S710-10     THRU    S710-EX
           END-PERFORM

           MOVE    "</table>"  TO      IDX1-REC
           WRITE   IDX1-REC
           MOVE    "</body>"   TO      IDX1-REC
           WRITE   IDX1-REC
           MOVE    "</html>"   TO      IDX1-REC
           WRITE   IDX1-REC
           CLOSE   IDX1-F

           MOVE    "</urlset>" TO      MAP1-REC
           WRITE   MAP1-REC
           CLOSE   MAP1-F
           .
       S700-EX.
           EXIT.

      *    *** ページ(M)1件: 索引の行とsitemapのurl
       S710-10.

           MOVE    WK-PG-DATE (M) TO   WK-DATE-WK
           PERFORM S795-10     THRU    S795-EX

           MOVE    WK-PG-PATH (M) TO   WK-ESC-IN
           PERFORM S790-10     THRU    S790-EX
           MOVE    SPACE       TO      IDX1-REC
           MOVE    1           TO      WK-PTR
           STRING  "<tr><td><a href=""" DELIMITED BY SIZE
                   WK-ESC-OUT (1:WK-ESC-LEN) DELIMITED BY SIZE
                   """>"       DELIMITED BY SIZE
                   INTO    IDX1-REC
                   WITH POINTER WK-PTR
           MOVE    WK-PG-TITLE (M) TO  WK-ESC-IN
           PERFORM S790-10     THRU    S790-EX
           STRING  WK-ESC-OUT (1:WK-ESC-LEN) DELIMITED BY SIZE
                   "</a></td><td>" DELIMITED BY SIZE
                   WK-DATE-ED  DELIMITED BY SIZE
                   "</td></tr>" DELIMITED BY SIZE
                   INTO    IDX1-REC
                   WITH POINTER WK-PTR
           WRITE   IDX1-REC

           MOVE    WK-PG-PATH (M) TO   WK-ITEM
           PERFORM S720-10     THRU    S720-EX
           .
       S710-EX.
           EXIT.

      *    *** sitemapのurl(WK-ITEM、最終更新WK-DATE-ED)
       S720-10.

           MOVE    SPACE       TO      WK-ESC-IN
           STRING  WK-URL      DELIMITED BY SPACE
                   WK-ITEM     DELIMITED BY SPACE
                   INTO    WK-ESC-IN
           PERFORM S790-10     THRU    S790-EX
           MOVE    SPACE       TO      MAP1-REC
           STRING  "<url><loc>" DELIMITED BY SIZE
                   WK-ESC-OUT (1:WK-ESC-LEN) DELIMITED BY SIZE
                   "</loc><lastmod>" DELIMITED BY SIZE
                   WK-DATE-ED  DELIMITED BY SIZE
                   "</lastmod></url>" DELIMITED BY SIZE
                   INTO    MAP1-REC
           WRITE   MAP1-REC
           .
       S720-EX.
           EXIT.

      *    *** WK-ESC-IN の & < > " を置き換えてWK-ESC-OUTへ
       S790-10.

           MOVE    SPACE       TO      WK-ESC-OUT
           MOVE    ZERO        TO      WK-ESC-LEN
           PERFORM VARYING L FROM 200 BY -1 UNTIL L < 1
                   OR WK-ESC-IN (L:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > L
               EVALUATE WK-ESC-IN (J:1)
                   WHEN "&"
                       MOVE    "&amp;"     TO
                               WK-ESC-OUT (WK-ESC-LEN + 1:5)
                       ADD     5           TO      WK-ESC-LEN
                   WHEN "<"
                       MOVE    "&lt;"      TO
                               WK-ESC-OUT (WK-ESC-LEN + 1:4)
                       ADD     4           TO      WK-ESC-LEN
                   WHEN ">"
                       MOVE    "&gt;"      TO
                               WK-ESC-OUT (WK-ESC-LEN + 1:4)
                       ADD     4           TO      WK-ESC-LEN
                   WHEN '"'
                       MOVE    "&quot;"    TO
                               WK-ESC-OUT (WK-ESC-LEN + 1:6)
                       ADD     6           TO      WK-ESC-LEN
                   WHEN OTHER
                       ADD     1           TO      WK-ESC-LEN
                       MOVE    WK-ESC-IN (J:1) TO
                               WK-ESC-OUT (WK-ESC-LEN:1)
               END-EVALUATE
           END-PERFORM
           IF      WK-ESC-LEN  =       ZERO
                   MOVE    1           TO      WK-ESC-LEN
           END-IF
           .
       S790-EX.
           EXIT.

      *    *** WK-DATE-WK(YYYYMMDD)をYYYY-MM-DDへ
       S795-10.

           MOVE    SPACE       TO      WK-DATE-ED
           STRING  WK-DATE-WK-YYYY DELIMITED BY SIZE
                   "-"         DELIMITED BY SIZE
                   WK-DATE-WK-MM DELIMITED BY SIZE
                   "-"         DELIMITED BY SIZE
                   WK-DATE-WK-DD DELIMITED BY SIZE
                   INTO    WK-DATE-ED
           .
       S795-EX.
           EXIT.

      *    *** 作成結果の合計と、今回のチェックサムの確定
       S800-10.

           MOVE    WK-PG-CNT   TO      WK-CNT-E
           MOVE    WK-ADD-CNT  TO      WK-CNT2-E
           MOVE    WK-CHG-CNT  TO      WK-CNT3-E
           MOVE    WK-DEL-CNT  TO      WK-CNT4-E
           MOVE    WK-SAME-CNT TO      WK-CNT5-E
           MOVE    SPACE       TO      POT1-REC
           WRITE   POT1-REC
           MOVE    SPACE       TO      POT1-REC
           STRING  "* 合計 ﾍﾟｰｼﾞ="    DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   " 追加="    DELIMITED BY SIZE
                   WK-CNT2-E   DELIMITED BY SIZE
                   " 変更="    DELIMITED BY SIZE
                   WK-CNT3-E   DELIMITED BY SIZE
                   " 削除="    DELIMITED BY SIZE
                   WK-CNT4-E   DELIMITED BY SIZE
                   " 変更なし=" DELIMITED BY SIZE
                   WK-CNT5-E   DELIMITED BY SIZE
                   INTO    POT1-REC
           WRITE   POT1-REC
           DISPLAY WK-PGM-NAME " PAGE=" WK-CNT-E " 追加=" WK-CNT2-E
                   " 変更=" WK-CNT3-E " 削除=" WK-CNT4-E

      *    *** CHECKの作ったチェックサムを次回の比較元にする
           IF      WK-RC-SAVE  <       16
               CALL    "CBL_RENAME_FILE" USING WK-SUM3-F-NAME
                                               WK-SUM1-F-NAME
               END-CALL
               IF      RETURN-CODE =       ZERO
                   DISPLAY WK-PGM-NAME " " WK-SUM1-F-NAME " 更新"
               END-IF
               MOVE    ZERO        TO      RETURN-CODE
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
