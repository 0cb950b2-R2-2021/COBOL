      *    *** 業務メニュー(役割別の利用者メニュー)
      *    *** 取引入力/期間締め/パラメータ保守/帳票照会/例外消込/
      *    *** ファイル照会/承認は、これまで利用者がcobcrunの
      *    *** コマンドと引数を覚えて起動し、機能毎にサインオンして
      *    *** いた。本プログラムでSECCHKに一度だけサインオンし、
      *    *** 役割で許された機能だけを業務区分(入力/照会/締め/
      *    *** 運用/保守)毎に並べて表示する。
      *    ***   ・機能を選ぶとcobcrunで起動する。サインオン済みの
      *    ***     本人はSECCHKの引継ぎ券(TICKET、環境変数
      *    ***     SECCHK_TICKET)で渡し、起動された機能はRESUMEで
      *    ***     再開するので再サインオンは要らない。引数に
      *    ***     担当者IDを取る機能(PERCTL CLOSE)へは&OPIDで、
      *    ***     会社コードを取る機能(PERCTL CLOSE、CLOSECAL
      *    ***     SCREEN)へは&COで渡す
      *    ***   ・最初の画面に本人の保留事項を出す
      *    ***       承認待ち  : APPROVE.PNDの保留(P)のうち本人以外
      *    ***                   の申請分(本人は承認できない)
      *    ***       未確認例外: EXCLOG.LOGの行でSHIFTLOG.STAに
      *    ***                   確認(A)/解決(R)の無いもの
      *    ***       締め遅延  : 当月と前月の期(締め済みを除く)の
      *    ***                   期日超過で未完了の締めタスク
      *    ***                   (CLOSECAL LATE)。うち本人担当分
      *    ***   ・終了時に引継ぎ券を失効させる(SIGNOF)
      *    ***
      *    *** メニュー定義(MAINMENU.PRM1、*で始まる行はコメント、
      *    *** 無ければ組込みの標準メニュー):
      *    ***   1-8 業務区分(ENTRY/INQUIRY/CLOSE/OPER/MAINT)
      *    ***   10-17 プログラム名  19-26 権限の機能名(SECCHKの
      *    ***   (プログラム,機能)で表示可否を決める)
      *    ***   28-57 表題  59-98 起動引数(空白区切り、最大8個)
      *    ***     &OPID = サインオンした利用者ID
      *    ***     &CO   = メニューの会社コード(CO=nnnn の行)
      *    ***     ?名前 = 起動時に画面で入力させる(名前は見出し)
      *    ***   "CO=nnnn" の行は会社コード(既定0001)。締め遅延の
      *    ***   期間チェック(PERCHK)とCLOSECAL LATEはこの会社で行う
      *    ***
      *    *** 画面のコマンド: 番号 = 機能の起動  R = 保留の再表示
      *    ***                 N = 次頁  Q = 終了

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             MAINMENU.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** メニュー定義
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 承認の保留ファイル(APPROVE)
           SELECT PND1-F           ASSIGN   WK-PND1-F-NAME
                               STATUS   WK-PND1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 共通例外ログ(EXCLOG)
           SELECT EXC1-F           ASSIGN   WK-EXC1-F-NAME
                               STATUS   WK-EXC1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 例外の消込状態(SHIFTLOG)
           SELECT STA1-F           ASSIGN   WK-STA1-F-NAME
                               STATUS   WK-STA1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 遅延タスク(CLOSECAL LATE)
           SELECT LATE-F           ASSIGN   WK-LATE-F-NAME
                               STATUS   WK-LATE-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(100).

      *    *** APPROVEのPND1-RECの先頭部分
       FD  PND1-F
           LABEL RECORDS ARE STANDARD.
       01  PND1-REC.
           03  PND1-SEQ        PIC  9(006).
           03  FILLER          PIC  X(001).
           03  PND1-STATE      PIC  X(001).
           03  FILLER          PIC  X(001).
           03  PND1-REQ-OPID   PIC  X(008).
           03  FILLER          PIC  X(281).

      *    *** EXCLOGが書込むPOT1-RECの先頭部分
       FD  EXC1-F
           LABEL RECORDS ARE STANDARD.
       01  EXC1-REC.
           03  EXC1-PGM        PIC  X(008).
           03  FILLER          PIC  X(001).
           03  EXC1-YMD        PIC  9(008).
           03  FILLER          PIC  X(001).
           03  EXC1-HMS        PIC  9(008).
           03  FILLER          PIC  X(124).

      *    *** SHIFTLOGのSTA1-RECの先頭部分
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
           03  FILLER          PIC  X(052).

      *    *** CLOSECALの状況表明細と同じ形式
       FD  LATE-F
           LABEL RECORDS ARE STANDARD.
       01  LATE-REC.
           03  LATE-TASK       PIC  X(004).
           03  FILLER          PIC  X(001).
           03  LATE-NAME       PIC  X(030).
           03  FILLER          PIC  X(001).
           03  LATE-OWNER      PIC  X(008).
           03  FILLER          PIC  X(088).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "MAINMENU".

           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "MAINMENU.PRM1".
           03  WK-PND1-F-NAME  PIC  X(032) VALUE "APPROVE.PND".
           03  WK-EXC1-F-NAME  PIC  X(032) VALUE "EXCLOG.LOG".
           03  WK-STA1-F-NAME  PIC  X(032) VALUE "SHIFTLOG.STA".
           03  WK-LATE-F-NAME  PIC  X(032) VALUE "CLOSECAL.LATE".

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PND1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-EXC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-STA1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-LATE-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PND1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-EXC1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-STA1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-LATE-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-CO           PIC  X(004) VALUE "0001".
      *    *** 前月の期を求める日付(前月1日)
           03  WK-PREV-YMD     PIC  9(008) VALUE ZERO.
           03  WK-PREV-YMD-R   REDEFINES WK-PREV-YMD.
             05  WK-PREV-YYYY  PIC  9(004).
             05  WK-PREV-MM    PIC  9(002).
             05  WK-PREV-DD    PIC  9(002).
           03  WK-RC-SAVE      PIC  9(003) VALUE ZERO.

      *    *** サインオンした利用者
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-ROLE         PIC  X(008) VALUE SPACE.
           03  WK-TRY          BINARY-LONG SYNC VALUE ZERO.
           03  WK-TICKET-OK    PIC  X(001) VALUE "N".

      *    *** 保留事項の件数
           03  WK-APPR-CNT     PIC  9(005) VALUE ZERO.
           03  WK-EXCP-CNT     PIC  9(005) VALUE ZERO.
           03  WK-LATE-CNT     PIC  9(005) VALUE ZERO.
           03  WK-LATE-MY      PIC  9(005) VALUE ZERO.
           03  WK-STA-FOUND    PIC  X(001) VALUE "N".
           03  WK-CNT-E        PIC  ZZZ9   VALUE ZERO.

      *    *** 画面
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-CMD          PIC  X(020) VALUE SPACE.
           03  WK-CMD-NO       BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAGE-TOP     BINARY-LONG SYNC VALUE 1.
           03  WK-VIS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-AREA-HDR     PIC  X(001) VALUE "N".
           03  WK-NO-E         PIC  ZZ9    VALUE ZERO.
           03  WK-RC-E         PIC  ZZZZ9  VALUE ZERO.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-HEAD-LINE    PIC  X(076) VALUE SPACE.
           03  WK-PEND-LINE    PIC  X(076) VALUE SPACE.
           03  WK-PR-LABEL     PIC  X(030) VALUE SPACE.
           03  WK-PR-VALUE     PIC  X(032) VALUE SPACE.

      *    *** 起動コマンドの編集
           03  WK-SYS-CMD      PIC  X(256) VALUE SPACE.
           03  WK-SYS-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-ARG          PIC  X(032) VALUE SPACE.
           03  WK-AT-AREA.
             05  WK-AT         PIC  X(016) OCCURS 8.

      *    *** メニュー定義1行(PRM1と組込み標準で共通)
           03  WK-DEF-LINE.
             05  WK-DF-AREA    PIC  X(008).
             05  FILLER        PIC  X(001).
             05  WK-DF-PGM     PIC  X(008).
             05  FILLER        PIC  X(001).
             05  WK-DF-FUNC    PIC  X(008).
             05  FILLER        PIC  X(001).
             05  WK-DF-TITLE   PIC  X(030).
             05  FILLER        PIC  X(001).
             05  WK-DF-ARGS    PIC  X(040).
             05  FILLER        PIC  X(002).
           03  WK-DEF-ERR      PIC  X(001) VALUE "N".

      *    *** シェルへ渡す文字の検査
           03  WK-SHCHK-NAME   PIC  X(080) VALUE SPACE.
           03  WK-SHCHK-OK     PIC  X(001) VALUE "Y".
           03  WK-SHCHK-IX     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SHCHK-C      PIC  X(001) VALUE SPACE.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPPERCHK    REPLACING ==:##:== BY ==WPC==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

      *    *** 業務区分(表示順)
       01  AREA-TBL-AREA.
           03  AREA-TBL-V.
             05  FILLER        PIC  X(020) VALUE "ENTRY   入力".
             05  FILLER        PIC  X(020) VALUE "INQUIRY 照会".
             05  FILLER        PIC  X(020) VALUE "CLOSE   締め".
             05  FILLER        PIC  X(020) VALUE "OPER    運用".
             05  FILLER        PIC  X(020) VALUE "MAINT   保守".
           03  AREA-TBL        REDEFINES AREA-TBL-V
                               OCCURS 5.
             05  AREA-CD       PIC  X(008).
             05  AREA-NM       PIC  X(012).

      *    *** 組込みの標準メニュー(MAINMENU.PRM1が無い時)
       01  DEF-TBL-AREA.
           03  DEF-TBL-V.
             05  FILLER        PIC  X(027) VALUE
                 "ENTRY    TXNENTRY RUN      ".
             05  FILLER        PIC  X(031) VALUE "取引入力".
             05  FILLER        PIC  X(042) VALUE SPACE.
             05  FILLER        PIC  X(027) VALUE
                 "INQUIRY  FILEBRWS BROWSE   ".
             05  FILLER        PIC  X(031) VALUE "ファイル照会".
             05  FILLER        PIC  X(042) VALUE SPACE.
             05  FILLER        PIC  X(027) VALUE
                 "INQUIRY  RPTSPOOL BROWSE   ".
             05  FILLER        PIC  X(031) VALUE
                 "帳票の検索/閲覧".
             05  FILLER        PIC  X(042) VALUE "SCREEN".
             05  FILLER        PIC  X(027) VALUE
                 "CLOSE    PERCTL   BROWSE   ".
             05  FILLER        PIC  X(031) VALUE
                 "会計期間の一覧".
             05  FILLER        PIC  X(042) VALUE "LIST".
             05  FILLER        PIC  X(027) VALUE
                 "CLOSE    PERCTL   UPDATE   ".
             05  FILLER        PIC  X(031) VALUE
                 "会計期間の締め".
             05  FILLER        PIC  X(042) VALUE
                 "CLOSE ?FY ?FP &OPID &CO".
             05  FILLER        PIC  X(027) VALUE
                 "CLOSE    CLOSECAL UPDATE   ".
             05  FILLER        PIC  X(031) VALUE
                 "締めタスクの完了登録".
             05  FILLER        PIC  X(042) VALUE
                 "SCREEN ?FY ?FP &CO".
             05  FILLER        PIC  X(027) VALUE
                 "OPER     SHIFTLOG UPDATE   ".
             05  FILLER        PIC  X(031) VALUE "例外の消込".
             05  FILLER        PIC  X(042) VALUE "SCREEN".
             05  FILLER        PIC  X(027) VALUE
                 "OPER     APPROVE  APPROVE  ".
             05  FILLER        PIC  X(031) VALUE
                 "承認待ちの確認".
             05  FILLER        PIC  X(042) VALUE "REVIEW".
             05  FILLER        PIC  X(027) VALUE
                 "MAINT    PRMLIB   UPDATE   ".
             05  FILLER        PIC  X(031) VALUE
                 "パラメータ保守".
             05  FILLER        PIC  X(042) VALUE
                 "SCREEN ?UTILITY ?MEMBER".
           03  DEF-TBL         REDEFINES DEF-TBL-V
                               OCCURS 9.
             05  DEF-LINE      PIC  X(100).

      *    *** メニュー項目(最大50)。MN-OK Y=役割で許可
      *    *** MN-NO = 画面の番号(許可された項目だけ)
       01  MN-TBL-AREA.
           03  WK-MN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-MN-TBL       OCCURS 50.
             05  WK-MN-AREA    BINARY-LONG SYNC VALUE ZERO.
             05  WK-MN-PGM     PIC  X(008) VALUE SPACE.
             05  WK-MN-FUNC    PIC  X(008) VALUE SPACE.
             05  WK-MN-TITLE   PIC  X(030) VALUE SPACE.
             05  WK-MN-ARGS    PIC  X(040) VALUE SPACE.
             05  WK-MN-OK      PIC  X(001) VALUE "N".
             05  WK-MN-NO      BINARY-LONG SYNC VALUE ZERO.

      *    *** 例外の消込状態(最大2000件)
       01  STA-TBL-AREA.
           03  WK-STA-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-STA-TBL      OCCURS 2000.
             05  WK-ST-YMD     PIC  9(008) VALUE ZERO.
             05  WK-ST-HMS     PIC  9(008) VALUE ZERO.
             05  WK-ST-PGM     PIC  X(008) VALUE SPACE.
             05  WK-ST-STATE   PIC  X(001) VALUE SPACE.

      *    *** メニューの表示行(区分見出し+項目)
       01  LN-TBL-AREA.
           03  WK-LN-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-LN-TXT       PIC  X(076) OCCURS 60 VALUE SPACE.

      *    *** 画面の表示行(1頁14行)
       01  SCR-AREA.
           03  WK-SCR-ALL.
             05  WK-SCR-L01    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L02    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L03    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L04    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L05    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L06    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L07    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L08    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L09    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L10    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L11    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L12    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L13    PIC  X(076) VALUE SPACE.
             05  WK-SCR-L14    PIC  X(076) VALUE SPACE.
           03  WK-SCR-R        REDEFINES WK-SCR-ALL.
             05  WK-SCR-L      OCCURS 14
                               PIC  X(076).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  J               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       SCREEN                  SECTION.
       01  SIGNON-SCREEN.
           03  LINE 01 COL 01  VALUE "MAINMENU サインオン".
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "利用者ID   :".
           03  LINE 05 COL 15  PIC X(008) USING WSC-OPID.
           03  LINE 06 COL 01  VALUE "パスワード :".
           03  LINE 06 COL 15  PIC X(016) USING WSC-PASS
                               SECURE.

       01  MENU-SCREEN.
           03  LINE 01 COL 01  VALUE "MAINMENU 業務メニュー".
           03  LINE 02 COL 01  PIC X(076) FROM WK-HEAD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-PEND-LINE.
           03  LINE 04 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 06 COL 01  PIC X(076) FROM WK-SCR-L01.
           03  LINE 07 COL 01  PIC X(076) FROM WK-SCR-L02.
           03  LINE 08 COL 01  PIC X(076) FROM WK-SCR-L03.
           03  LINE 09 COL 01  PIC X(076) FROM WK-SCR-L04.
           03  LINE 10 COL 01  PIC X(076) FROM WK-SCR-L05.
           03  LINE 11 COL 01  PIC X(076) FROM WK-SCR-L06.
           03  LINE 12 COL 01  PIC X(076) FROM WK-SCR-L07.
           03  LINE 13 COL 01  PIC X(076) FROM WK-SCR-L08.
           03  LINE 14 COL 01  PIC X(076) FROM WK-SCR-L09.
           03  LINE 15 COL 01  PIC X(076) FROM WK-SCR-L10.
           03  LINE 16 COL 01  PIC X(076) FROM WK-SCR-L11.
           03  LINE 17 COL 01  PIC X(076) FROM WK-SCR-L12.
           03  LINE 18 COL 01  PIC X(076) FROM WK-SCR-L13.
           03  LINE 19 COL 01  PIC X(076) FROM WK-SCR-L14.
           03  LINE 21 COL 01
               VALUE "CMD(番号/R=再表示/N=次頁/Q=終了)=".
           03  LINE 21 COL 37  PIC X(020) USING WK-CMD.

       01  PROMPT-SCREEN.
           03  LINE 23 COL 01  PIC X(030) FROM WK-PR-LABEL.
           03  LINE 23 COL 32  PIC X(032) USING WK-PR-VALUE.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、メニュー定義の読込み
           PERFORM S010-10     THRU    S010-EX

      *    *** サインオンと引継ぎ券の発行
           PERFORM S100-10     THRU    S100-EX
           IF      WSC-RESULT  NOT =   "Y"
                   GO  TO  M100-90
           END-IF

      *    *** 役割で許された項目と表示行
           PERFORM S150-10     THRU    S150-EX
           IF      WK-VIS-CNT  =       ZERO
                   DISPLAY WK-PGM-NAME
                           " 使用できる機能がありません"
                           " OPID=" WK-OPID " ROLE=" WK-ROLE
                   MOVE    8           TO      WK-RC-SAVE
                   GO  TO  M100-80
           END-IF

      *    *** 保留事項
           PERFORM S200-10     THRU    S200-EX

      *    *** メニュー画面
           PERFORM S300-10     THRU    S300-EX
                   UNTIL   WK-END  =       "Y"
           .
       M100-80.

      *    *** 引継ぎ券の失効
           MOVE    "SIGNOF"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           .
       M100-90.

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
                                       PRM1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

      *    *** メニュー定義(無ければ組込みの標準メニュー)
           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS =    ZERO
                   PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
                       READ    PRM1-F
                           AT  END
                               MOVE    HIGH-VALUE TO WK-PRM1-EOF
                           NOT AT  END
                               EVALUATE TRUE
                                   WHEN PRM1-REC (1:1) = "*"
                                   WHEN PRM1-REC = SPACE
                                       CONTINUE
                                   WHEN PRM1-REC (1:3) = "CO="
                                       PERFORM S015-10 THRU S015-EX
                                   WHEN OTHER
                                       MOVE    PRM1-REC    TO
                                               WK-DEF-LINE
                                       PERFORM S020-10 THRU S020-EX
                               END-EVALUATE
                       END-READ
                   END-PERFORM
                   CLOSE   PRM1-F
           ELSE
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 9
                       MOVE    DEF-LINE (I) TO     WK-DEF-LINE
                       PERFORM S020-10     THRU    S020-EX
                   END-PERFORM
           END-IF

           IF      WK-DEF-ERR  =       "Y"
                   DISPLAY WK-PGM-NAME " メニュー定義 ERROR ("
                           WK-PRM1-F-NAME ")"
                   MOVE    16          TO      RETURN-CODE
                   STOP    RUN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** 会社コード行(CO=nnnn)。PERCTL/CLOSECALの引数(&CO)
      *    *** にも渡すので、4桁とも空白以外でシェルに安全な文字
      *    *** だけ認める
       S015-10.

           MOVE    SPACE       TO      WK-SHCHK-NAME
           MOVE    PRM1-REC (4:4) TO   WK-SHCHK-NAME
           PERFORM S-SHCHK-10  THRU    S-SHCHK-EX
           IF      WK-SHCHK-OK =       "N"     OR
                   PRM1-REC (4:1) =    SPACE   OR
                   PRM1-REC (5:1) =    SPACE   OR
                   PRM1-REC (6:1) =    SPACE   OR
                   PRM1-REC (7:1) =    SPACE
                   DISPLAY WK-PGM-NAME " CO= ERROR " PRM1-REC (1:20)
                   MOVE    "Y"         TO      WK-DEF-ERR
                   GO  TO  S015-EX
           END-IF
           MOVE    PRM1-REC (4:4) TO   WK-CO
           .
       S015-EX.
           EXIT.

      *    *** メニュー定義1行の検査と項目への登録
       S020-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 5
                      OR AREA-CD (K) = WK-DF-AREA
               CONTINUE
           END-PERFORM

           IF      K           >       5               OR
                   WK-DF-PGM   =       SPACE           OR
                   WK-DF-FUNC  =       SPACE           OR
                   WK-DF-TITLE =       SPACE
                   DISPLAY WK-PGM-NAME " メニュー定義の誤り "
                           WK-DEF-LINE (1:60)
                   MOVE    "Y"         TO      WK-DEF-ERR
                   GO  TO  S020-EX
           END-IF

           IF      WK-MN-CNT   >=      50
                   DISPLAY WK-PGM-NAME
                           " メニュー項目は50件まで"
                   MOVE    "Y"         TO      WK-DEF-ERR
                   GO  TO  S020-EX
           END-IF

           ADD     1           TO      WK-MN-CNT
           MOVE    WK-MN-CNT   TO      I
           MOVE    K           TO      WK-MN-AREA (I)
           MOVE    WK-DF-PGM   TO      WK-MN-PGM (I)
           MOVE    WK-DF-FUNC  TO      WK-MN-FUNC (I)
           MOVE    WK-DF-TITLE TO      WK-MN-TITLE (I)
           MOVE    WK-DF-ARGS  TO      WK-MN-ARGS (I)
           .
       S020-EX.
           EXIT.

      *    *** サインオン(3回まで)と引継ぎ券の発行
       S100-10.

           MOVE    SPACE       TO      WK-MSG-LINE
           MOVE    "N"         TO      WSC-RESULT
           PERFORM VARYING WK-TRY FROM 1 BY 1
                   UNTIL WK-TRY > 3 OR WSC-RESULT = "Y"
               MOVE    SPACE       TO      WSC-PASS
               DISPLAY SIGNON-SCREEN
               ACCEPT  SIGNON-SCREEN
               MOVE    "SIGNON"    TO      WSC-ID
               CALL    "SECCHK"    USING   WSC-SECCHK-AREA
               IF      WSC-RESULT  NOT =   "Y"
                       MOVE    "利用者ID/パスワードの誤り"
                                       TO      WK-MSG-LINE
               END-IF
           END-PERFORM
           MOVE    SPACE       TO      WSC-PASS

           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      WK-RC-SAVE
                   GO  TO  S100-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID
           MOVE    WSC-ROLE    TO      WK-ROLE

      *    *** 起動する機能へ本人を引き継ぐ券
           MOVE    "TICKET"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           MOVE    WSC-RESULT  TO      WK-TICKET-OK
           MOVE    SPACE       TO      WSC-PASS
           MOVE    "Y"         TO      WSC-RESULT

           MOVE    SPACE       TO      WK-MSG-LINE
           IF      WK-TICKET-OK NOT =  "Y"
                   STRING  "引継ぎ券を発行できません"
                                       DELIMITED BY SIZE
                           "(各機能でサインオン要)"
                                       DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   END-STRING
           END-IF

           MOVE    SPACE       TO      WK-HEAD-LINE
           STRING  "利用者="   DELIMITED BY SIZE
                   WK-OPID     DELIMITED BY SIZE
                   " 役割="    DELIMITED BY SIZE
                   WK-ROLE     DELIMITED BY SIZE
                   " 日付="    DELIMITED BY SIZE
                   WK-TODAY-YMD DELIMITED BY SIZE
                   INTO    WK-HEAD-LINE
           END-STRING
           .
       S100-EX.
           EXIT.

      *    *** 役割で許された項目に番号を振り、区分毎の表示行を作る
       S150-10.

           MOVE    "CHECK "    TO      WSC-ID
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-MN-CNT
               MOVE    WK-MN-PGM (I) TO    WSC-PGM
               MOVE    WK-MN-FUNC (I) TO   WSC-FUNC
               MOVE    "MAINMENU"  TO      WSC-DETAIL
               CALL    "SECCHK"    USING   WSC-SECCHK-AREA
               MOVE    WSC-RESULT  TO      WK-MN-OK (I)
           END-PERFORM
           MOVE    SPACE       TO      WSC-DETAIL WSC-PGM WSC-FUNC

           MOVE    ZERO        TO      WK-VIS-CNT WK-LN-CNT
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 5
               MOVE    "N"         TO      WK-AREA-HDR
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WK-MN-CNT
                   IF      WK-MN-AREA (I) =    K       AND
                           WK-MN-OK (I) =      "Y"
      *    *** 区分の最初の項目の前に見出し
                       IF      WK-AREA-HDR =       "N"     AND
                               WK-LN-CNT   <       59
                           PERFORM S160-10     THRU    S160-EX
                       END-IF
                       IF      WK-LN-CNT   <       60
                           ADD     1           TO      WK-VIS-CNT
                                                       WK-LN-CNT
                           MOVE    WK-VIS-CNT  TO      WK-MN-NO (I)
                           MOVE    WK-VIS-CNT  TO      WK-NO-E
                           MOVE    SPACE       TO
                                   WK-LN-TXT (WK-LN-CNT)
                           MOVE    1           TO      WK-SYS-P
                           STRING  "  "        DELIMITED BY SIZE
                                   WK-NO-E     DELIMITED BY SIZE
                                   " "         DELIMITED BY SIZE
                                   WK-MN-TITLE (I) DELIMITED BY SIZE
                                   " ("        DELIMITED BY SIZE
                                   WK-MN-PGM (I) DELIMITED BY SPACE
                                   INTO    WK-LN-TXT (WK-LN-CNT)
                                   WITH POINTER WK-SYS-P
                           END-STRING
                           IF      WK-MN-ARGS (I) NOT = SPACE
                               STRING  " "         DELIMITED BY SIZE
                                       WK-MN-ARGS (I) DELIMITED BY "  "
                                       INTO    WK-LN-TXT (WK-LN-CNT)
                                       WITH POINTER WK-SYS-P
                               END-STRING
                           END-IF
                           STRING  ")"         DELIMITED BY SIZE
                                   INTO    WK-LN-TXT (WK-LN-CNT)
                                   WITH POINTER WK-SYS-P
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       S150-EX.
           EXIT.

      *    *** 区分の見出し行(区分K)
       S160-10.

           ADD     1           TO      WK-LN-CNT
           MOVE    SPACE       TO      WK-LN-TXT (WK-LN-CNT)
           STRING  "["         DELIMITED BY SIZE
                   AREA-NM (K) DELIMITED BY SPACE
                   "]"         DELIMITED BY SIZE
                   INTO    WK-LN-TXT (WK-LN-CNT)
           END-STRING
           MOVE    "Y"         TO      WK-AREA-HDR
           .
       S160-EX.
           EXIT.

      *    *** 保留事項(承認待ち/未確認例外/締め遅延)
       S200-10.

           PERFORM S210-10     THRU    S210-EX
           PERFORM S220-10     THRU    S220-EX
           PERFORM S240-10     THRU    S240-EX

           MOVE    SPACE       TO      WK-PEND-LINE
           MOVE    1           TO      WK-SYS-P
           MOVE    WK-APPR-CNT TO      WK-CNT-E
           STRING  "保留:承認待ち="    DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   INTO    WK-PEND-LINE
                   WITH POINTER WK-SYS-P
           END-STRING
           MOVE    WK-EXCP-CNT TO      WK-CNT-E
           STRING  " 未確認例外="      DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   INTO    WK-PEND-LINE
                   WITH POINTER WK-SYS-P
           END-STRING
           MOVE    WK-LATE-CNT TO      WK-CNT-E
           STRING  " 締め遅延="        DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   INTO    WK-PEND-LINE
                   WITH POINTER WK-SYS-P
           END-STRING
           MOVE    WK-LATE-MY  TO      WK-CNT-E
           STRING  "(担当"     DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   ")"         DELIMITED BY SIZE
                   INTO    WK-PEND-LINE
                   WITH POINTER WK-SYS-P
           END-STRING
           .
       S200-EX.
           EXIT.

      *    *** 承認待ち: 保留(P)のうち本人以外が申請したもの
       S210-10.

           MOVE    ZERO        TO      WK-APPR-CNT
           MOVE    LOW-VALUE   TO      WK-PND1-EOF
           OPEN    INPUT       PND1-F
           IF      WK-PND1-STATUS NOT =  ZERO
                   GO  TO  S210-EX
           END-IF

           PERFORM UNTIL WK-PND1-EOF = HIGH-VALUE
               READ    PND1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PND1-EOF
                   NOT AT  END
                       IF      PND1-STATE  =       "P"     AND
                               PND1-REQ-OPID NOT = WK-OPID
                           ADD     1           TO      WK-APPR-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PND1-F
           .
       S210-EX.
           EXIT.

      *    *** 未確認例外: 消込状態が無いか新規(N)のEXCLOG行
       S220-10.

           MOVE    ZERO        TO      WK-EXCP-CNT WK-STA-CNT
           MOVE    LOW-VALUE   TO      WK-STA1-EOF WK-EXC1-EOF

           OPEN    INPUT       STA1-F
           IF      WK-STA1-STATUS =    ZERO
               PERFORM UNTIL WK-STA1-EOF = HIGH-VALUE
                   READ    STA1-F
                       AT  END
                           MOVE    HIGH-VALUE TO WK-STA1-EOF
                       NOT AT  END
                           IF      WK-STA-CNT  <       2000
                               ADD     1           TO      WK-STA-CNT
                               MOVE    WK-STA-CNT  TO      J
                               MOVE    STA1-YMD    TO  WK-ST-YMD (J)
                               MOVE    STA1-HMS    TO  WK-ST-HMS (J)
                               MOVE    STA1-PGM    TO  WK-ST-PGM (J)
                               MOVE    STA1-STATE  TO  WK-ST-STATE (J)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE   STA1-F
           END-IF

           OPEN    INPUT       EXC1-F
           IF      WK-EXC1-STATUS NOT =  ZERO
                   GO  TO  S220-EX
           END-IF

           PERFORM UNTIL WK-EXC1-EOF = HIGH-VALUE
               READ    EXC1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-EXC1-EOF
                   NOT AT  END
                       MOVE    "N"         TO      WK-STA-FOUND
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WK-STA-CNT
                                  OR WK-STA-FOUND = "Y"
                           IF      WK-ST-YMD (J) = EXC1-YMD    AND
                                   WK-ST-HMS (J) = EXC1-HMS    AND
                                   WK-ST-PGM (J) = EXC1-PGM    AND
                                   WK-ST-STATE (J) NOT = "N"
                               MOVE    "Y"     TO      WK-STA-FOUND
                           END-IF
                       END-PERFORM
                       IF      WK-STA-FOUND =      "N"
                           ADD     1           TO      WK-EXCP-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   EXC1-F
           .
       S220-EX.
           EXIT.

      *    *** 締め遅延: 前月と当月の期(締め済み/未登録を除く)
       S240-10.

           MOVE    ZERO        TO      WK-LATE-CNT WK-LATE-MY

           MOVE    WK-TODAY-YMD TO     WK-PREV-YMD
           MOVE    01          TO      WK-PREV-DD
           IF      WK-PREV-MM  =       01
                   SUBTRACT 1          FROM    WK-PREV-YYYY
                   MOVE    12          TO      WK-PREV-MM
           ELSE
                   SUBTRACT 1          FROM    WK-PREV-MM
           END-IF
           MOVE    WK-PREV-YMD TO      WPC-YMD
           PERFORM S250-10     THRU    S250-EX

           MOVE    WK-TODAY-YMD TO     WPC-YMD
           PERFORM S250-10     THRU    S250-EX
           .
       S240-EX.
           EXIT.

      *    *** WPC-YMDの期の遅延タスクをCLOSECAL LATEで求めて数える
       S250-10.

           MOVE    WK-CO       TO      WPC-CO
           CALL    "PERCHK"    USING   WPC-PERCHK-AREA
           IF      WPC-STATE   NOT =   "O"     AND
                   WPC-STATE   NOT =   "C"
                   GO  TO  S250-EX
           END-IF

           MOVE    SPACE       TO      WK-SYS-CMD
           STRING  "cobcrun CLOSECAL LATE " DELIMITED BY SIZE
                   WPC-FY      DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WPC-FP      DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-CO       DELIMITED BY SIZE
                   " >/dev/null 2>&1" DELIMITED BY SIZE
                   INTO    WK-SYS-CMD
           END-STRING
           CALL    "SYSTEM"    USING   WK-SYS-CMD
           MOVE    ZERO        TO      RETURN-CODE

           MOVE    LOW-VALUE   TO      WK-LATE-EOF
           OPEN    INPUT       LATE-F
           IF      WK-LATE-STATUS NOT =  ZERO
                   GO  TO  S250-EX
           END-IF
           PERFORM UNTIL WK-LATE-EOF = HIGH-VALUE
               READ    LATE-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-LATE-EOF
                   NOT AT  END
                       ADD     1           TO      WK-LATE-CNT
                       IF      LATE-OWNER  =       WK-OPID
                           ADD     1           TO      WK-LATE-MY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   LATE-F
           .
       S250-EX.
           EXIT.

      *    *** メニュー画面1回分(表示、コマンド入力、処理)
       S300-10.

           MOVE    SPACE       TO      WK-SCR-ALL
           MOVE    WK-PAGE-TOP TO      J
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 14 OR J > WK-LN-CNT
               MOVE    WK-LN-TXT (J) TO    WK-SCR-L (K)
               ADD     1           TO      J
           END-PERFORM

           MOVE    SPACE       TO      WK-CMD
           DISPLAY MENU-SCREEN
           ACCEPT  MENU-SCREEN
           MOVE    SPACE       TO      WK-MSG-LINE

           EVALUATE TRUE
               WHEN WK-CMD     =       "Q" OR "q"
                   MOVE    "Y"         TO      WK-END

               WHEN WK-CMD     =       "N" OR "n"
                   ADD     14          TO      WK-PAGE-TOP
                   IF      WK-PAGE-TOP >       WK-LN-CNT
                           MOVE    1           TO      WK-PAGE-TOP
                   END-IF

               WHEN WK-CMD     =       "R" OR "r"
                   PERFORM S200-10     THRU    S200-EX

               WHEN WK-CMD     =       SPACE
                   CONTINUE

               WHEN OTHER
                   MOVE    ZERO        TO      WK-CMD-NO
                   IF      WK-CMD (1:1) IS NUMERIC
                           MOVE    NUMVAL (WK-CMD) TO  WK-CMD-NO
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > WK-MN-CNT
                              OR ( WK-MN-NO (I) = WK-CMD-NO AND
                                   WK-CMD-NO    > ZERO )
                       CONTINUE
                   END-PERFORM
                   IF      I           >       WK-MN-CNT
                           MOVE    "CMD ERROR 番号/R/N/Q"
                                       TO      WK-MSG-LINE
                   ELSE
                           PERFORM S400-10     THRU    S400-EX
                   END-IF
           END-EVALUATE
           .
       S300-EX.
           EXIT.

      *    *** 項目(I)の起動。引数の&OPIDを利用者IDに、&COを会社
      *    *** コードに、?名前を画面入力に置き換え、cobcrunで起動する
       S400-10.

           MOVE    SPACE       TO      WK-AT-AREA
           UNSTRING WK-MN-ARGS (I) DELIMITED BY ALL SPACE
               INTO WK-AT (1) WK-AT (2) WK-AT (3) WK-AT (4)
                    WK-AT (5) WK-AT (6) WK-AT (7) WK-AT (8)
           END-UNSTRING

           MOVE    SPACE       TO      WK-SYS-CMD
           MOVE    1           TO      WK-SYS-P
           STRING  "cobcrun "  DELIMITED BY SIZE
                   WK-MN-PGM (I) DELIMITED BY SPACE
                   INTO    WK-SYS-CMD
                   WITH POINTER WK-SYS-P
           END-STRING
           MOVE    WK-MN-PGM (I) TO    WK-SHCHK-NAME
           PERFORM S-SHCHK-10  THRU    S-SHCHK-EX
           IF      WK-SHCHK-OK =       "N"
                   GO  TO  S400-90
           END-IF

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 8 OR WK-AT (K) = SPACE
               EVALUATE TRUE
                   WHEN WK-AT (K) = "&OPID"
                       MOVE    WK-OPID     TO      WK-ARG
                   WHEN WK-AT (K) = "&CO"
                       MOVE    WK-CO       TO      WK-ARG
                   WHEN WK-AT (K) (1:1) = "?"
                       PERFORM S410-10     THRU    S410-EX
                   WHEN OTHER
                       MOVE    WK-AT (K)   TO      WK-ARG
               END-EVALUATE
               IF      WK-ARG      =       SPACE
                       MOVE    "入力が無いので起動しません"
                                       TO      WK-MSG-LINE
                       GO  TO  S400-EX
               END-IF
               MOVE    WK-ARG      TO      WK-SHCHK-NAME
               PERFORM S-SHCHK-10  THRU    S-SHCHK-EX
               IF      WK-SHCHK-OK =       "N"
                       GO  TO  S400-90
               END-IF
               STRING  " "         DELIMITED BY SIZE
                       WK-ARG      DELIMITED BY SPACE
                       INTO    WK-SYS-CMD
                       WITH POINTER WK-SYS-P
               END-STRING
           END-PERFORM

           CALL    "SYSTEM"    USING   WK-SYS-CMD
      *    *** 終了状態は256倍で返るので戻り値に直して表示する
           IF      RETURN-CODE >=      256
                   COMPUTE WK-RC-E =   RETURN-CODE / 256
           ELSE
                   MOVE    RETURN-CODE TO      WK-RC-E
           END-IF
           MOVE    ZERO        TO      RETURN-CODE

           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  WK-MN-PGM (I) DELIMITED BY SPACE
                   " 終了 RC=" DELIMITED BY SIZE
                   WK-RC-E     DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           END-STRING

      *    *** 戻ったら保留事項を取り直す
           PERFORM S200-10     THRU    S200-EX
           GO  TO  S400-EX
           .
       S400-90.
           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "使用できない文字があります "
                                       DELIMITED BY SIZE
                   WK-SHCHK-NAME DELIMITED BY SPACE
                   INTO    WK-MSG-LINE
           END-STRING
           .
       S400-EX.
           EXIT.

      *    *** ?名前の引数を画面で入力させる(K番目の引数)
       S410-10.

           MOVE    SPACE       TO      WK-PR-LABEL WK-PR-VALUE
           STRING  WK-AT (K) (2:15) DELIMITED BY SPACE
                   " ?"        DELIMITED BY SIZE
                   INTO    WK-PR-LABEL
           END-STRING
           DISPLAY MENU-SCREEN
           DISPLAY PROMPT-SCREEN
           ACCEPT  PROMPT-SCREEN
           MOVE    WK-PR-VALUE TO      WK-ARG
           MOVE    SPACE       TO      WK-PR-LABEL WK-PR-VALUE
           .
       S410-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       PRM1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.

      *    *** CALL "SYSTEM"へ渡す前に、プログラム名と引数へシェル
      *    *** 特殊文字が含まれていないか検査する
       S-SHCHK-10.
           MOVE    "Y"         TO      WK-SHCHK-OK
           PERFORM VARYING WK-SHCHK-IX FROM 1 BY 1
                   UNTIL WK-SHCHK-IX > 80
               MOVE    WK-SHCHK-NAME (WK-SHCHK-IX:1) TO WK-SHCHK-C
               IF      WK-SHCHK-C  NOT =    SPACE
                   EVALUATE TRUE
                       WHEN WK-SHCHK-C >= "A" AND WK-SHCHK-C <= "Z"
                           CONTINUE
                       WHEN WK-SHCHK-C >= "a" AND WK-SHCHK-C <= "z"
                           CONTINUE
                       WHEN WK-SHCHK-C >= "0" AND WK-SHCHK-C <= "9"
                           CONTINUE
                       WHEN WK-SHCHK-C = "." OR "_" OR "-" OR "/" OR
                                          ":" OR "@"
                           CONTINUE
                       WHEN OTHER
                           MOVE    "N"     TO      WK-SHCHK-OK
                           COMPUTE WK-SHCHK-IX = 81
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       S-SHCHK-EX.
           EXIT.
