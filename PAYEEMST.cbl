      *    *** 支払先口座マスター保守(全銀 銀行/支店コード、
      *    *** 口座名義カナの検査付き)
      *    *** 振込先の口座情報をインデックスマスター(PAYEEMST.DAT)
      *    *** で管理する。ZENGIN/ZENGINRT/PAYRUN は支払先コードから
      *    *** PAYCHKでこのマスターを引き、支払データに打たれた口座を
      *    *** 使わない(打ち間違い/廃止支店宛の組戻しを防ぐ)。
      *    *** 銀行/支店コードは全銀協の公表する銀行・支店コード
      *    *** ファイルから作る銀行支店マスター(BANKCD.DAT)で検査し、
      *    *** 口座名義は全銀の半角カナ文字だけを許す(KANACHK。
      *    *** 全角で打たれた名義は半角へ変換して登録する)。
      *    *** 保守画面の変更は即時反映せず、二人承認(APPROVE)の
      *    *** 保留へ積み、承認後にAPPLYで取り込む。
      *    ***
      *    *** 起動引数:
      *    ***  LIST   : 支払先の一覧を表示する
      *    ***  SCREEN : 保守画面。SECCHKのサインオンとUPDATE権限が
      *    ***           必要。コマンド:
      *    ***            R = 支払先コードで呼出し  A = 追加申請
      *    ***            C = 変更申請  D = 削除申請  Q = 終了
      *    ***           申請はAPPRSUBで保留ファイルへ積む
      *    ***  APPLY  : APPROVE APPLY,PAYEEMST.DAT が作った
      *    ***           PAYEEMST.DAT.TXN をマスターへ適用する
      *    ***           (適用後は .TXN.OLD へ退避)
      *    ***  LOAD,ﾌｧｲﾙ名
      *    ***         : 初期移行用。マスターが空の時だけ、レコード
      *    ***           形式(先頭76桁)の順ファイルを一括登録する
      *    ***           (名義カナNG/支店未登録の行は登録しない)
      *    ***  BANKLOAD,ﾌｧｲﾙ名
      *    ***         : 銀行支店マスターを公表ファイルから作り直す。
      *    ***           1行 = 銀行ｺｰﾄﾞ,支店ｺｰﾄﾞ,銀行ｶﾅ,銀行名,
      *    ***                 支店ｶﾅ,支店名 (CSV、" は除く)
      *    ***           支店ｺｰﾄﾞが空白/数字でない行(見出し、銀行だけの
      *    ***           行)は読み飛ばす。作り直した後、廃止された
      *    ***           支店宛の支払先をCHECKと同じ形で一覧にする
      *    ***  CHECK  : 有効な支払先の支店が銀行支店マスターに在るか、
      *    ***           名義カナが全銀文字かを検査し、NGを一覧する
      *    ***           (NGありは RC=4)
      *    ***
      *    *** レコード(100桁):
      *    ***   支払先ｺｰﾄﾞ(10) 銀行ｺｰﾄﾞ(4) 支店ｺｰﾄﾞ(3)
      *    ***   預金種目(1) 1=普通 2=当座 4=貯蓄 9=その他
      *    ***   口座番号(7) 口座名義ｶﾅ(30) 支払先名(20)
      *    ***   有効区分(1) A=有効 I=無効
      *    ***   更新者(8) 更新日(8) 予備(8)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             PAYEEMST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 支払先口座マスター
           SELECT PYM1-F           ASSIGN   WK-PYM1-F-NAME
                               STATUS   WK-PYM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PYM1-KEY.

      *    *** 銀行支店マスター
           SELECT BKC1-F           ASSIGN   WK-BKC1-F-NAME
                               STATUS   WK-BKC1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY BKC1-KEY.

      *    *** 承認済み適用トランザクション(APPROVE APPLYの出力)
           SELECT TXN1-F           ASSIGN   WK-TXN1-F-NAME
                               STATUS   WK-TXN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 初期移行ファイル/銀行・支店コードファイル
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  PYM1-F
           LABEL RECORDS ARE STANDARD.
       01  PYM1-REC.
           03  PYM1-KEY        PIC  X(010).
           03  PYM1-BANK       PIC  X(004).
           03  PYM1-BRANCH     PIC  X(003).
           03  PYM1-KAMOKU     PIC  X(001).
           03  PYM1-KOZA       PIC  X(007).
           03  PYM1-KANA       PIC  X(030).
           03  PYM1-NAME       PIC  X(020).
           03  PYM1-ACTIVE     PIC  X(001).
           03  PYM1-UPD-OPID   PIC  X(008).
           03  PYM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(008).

       FD  BKC1-F
           LABEL RECORDS ARE STANDARD.
       01  BKC1-REC.
           03  BKC1-KEY.
             05  BKC1-BANK     PIC  X(004).
             05  BKC1-BRANCH   PIC  X(003).
           03  BKC1-BANK-KANA  PIC  X(015).
           03  BKC1-BRN-KANA   PIC  X(015).
           03  BKC1-BANK-NAME  PIC  X(020).
           03  BKC1-BRN-NAME   PIC  X(020).
           03  FILLER          PIC  X(003).

       FD  TXN1-F
           LABEL RECORDS ARE STANDARD.
       01  TXN1-REC.
           03  TXN1-TYPE       PIC  X(001).
           03  TXN1-KEY        PIC  X(020).
           03  TXN1-IMAGE      PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  FILLER          PIC  X(200).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "PAYEEMST".

           03  WK-PYM1-F-NAME  PIC  X(032) VALUE "PAYEEMST.DAT".
           03  WK-BKC1-F-NAME  PIC  X(032) VALUE "BANKCD.DAT".
           03  WK-TXN1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-PYM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BKC1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PYM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TXN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** 銀行支店マスターを開けたか(Y/N)
           03  WK-BKC1-OPEN    PIC  X(001) VALUE "N".

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

           03  WK-LIST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-APPLY-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOAD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.

           03  WK-CMD          PIC  X(128) VALUE SPACE.

      *    *** 銀行・支店コードファイル(CSV)の1行
           03  WK-CSV-BANK     PIC  X(040) VALUE SPACE.
           03  WK-CSV-BRANCH   PIC  X(040) VALUE SPACE.
           03  WK-CSV-BANK-KANA PIC X(040) VALUE SPACE.
           03  WK-CSV-BANK-NAME PIC X(040) VALUE SPACE.
           03  WK-CSV-BRN-KANA PIC  X(040) VALUE SPACE.
           03  WK-CSV-BRN-NAME PIC  X(040) VALUE SPACE.
           03  WK-CSV-OK       PIC  X(001) VALUE "N".

      *    *** 検査NGの理由
           03  WK-NG-REASON    PIC  X(040) VALUE SPACE.

      *    *** 保守画面用
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-FOUND        PIC  X(001) VALUE "N".
           03  WK-VAL-NG       PIC  X(001) VALUE "N".
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-PAYEE     PIC  X(010) VALUE SPACE.
           03  WK-IN-NAME      PIC  X(020) VALUE SPACE.
           03  WK-IN-BANK      PIC  X(004) VALUE SPACE.
           03  WK-IN-BRANCH    PIC  X(003) VALUE SPACE.
           03  WK-IN-KAMOKU    PIC  X(001) VALUE SPACE.
           03  WK-IN-KOZA      PIC  X(007) VALUE SPACE.
           03  WK-IN-KANA      PIC  X(060) VALUE SPACE.
           03  WK-IN-ACTIVE    PIC  X(001) VALUE SPACE.
           03  WK-BANK-NM      PIC  X(040) VALUE SPACE.
           03  WK-BRN-NM       PIC  X(040) VALUE SPACE.
           03  WK-KANA-CNV     PIC  X(030) VALUE SPACE.
           03  WK-UPD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.

      *    *** 変更前/変更後イメージ(マスターのレコード形式)
           03  WK-BEFORE       PIC  X(100) VALUE SPACE.
           03  WK-AFTER.
             05  WK-AF-KEY     PIC  X(010) VALUE SPACE.
             05  WK-AF-BANK    PIC  X(004) VALUE SPACE.
             05  WK-AF-BRANCH  PIC  X(003) VALUE SPACE.
             05  WK-AF-KAMOKU  PIC  X(001) VALUE SPACE.
             05  WK-AF-KOZA    PIC  X(007) VALUE SPACE.
             05  WK-AF-KANA    PIC  X(030) VALUE SPACE.
             05  WK-AF-NAME    PIC  X(020) VALUE SPACE.
             05  WK-AF-ACTIVE  PIC  X(001) VALUE SPACE.
             05  WK-AF-UPD-OPID PIC X(008) VALUE SPACE.
             05  WK-AF-UPD-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(008) VALUE SPACE.

      *    *** 一覧1行の編集
           03  WK-LST-LINE.
             05  WK-LST-PAYEE  PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-BANK   PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LST-BRANCH PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-KAMOKU PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-KOZA   PIC  X(007) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-KANA   PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-ACTIVE PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-OPID PIC X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-YMD PIC 9(008) VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

           COPY    CPKANACHK   REPLACING ==:##:== BY ==WKN==.

       SCREEN                  SECTION.
       01  PAYEEMST-SCREEN.
           03  LINE 01 COL 01  VALUE "PAYEEMST 支払先口座保守".
           03  LINE 02 COL 01  PIC X(076) FROM WK-UPD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "支払先ｺｰﾄﾞ(10):".
           03  LINE 05 COL 17  PIC X(010) USING WK-IN-PAYEE.
           03  LINE 06 COL 01  VALUE "支払先名      :".
           03  LINE 06 COL 17  PIC X(020) USING WK-IN-NAME.
           03  LINE 07 COL 01  VALUE "銀行ｺｰﾄﾞ(4)   :".
           03  LINE 07 COL 17  PIC X(004) USING WK-IN-BANK.
           03  LINE 07 COL 24  PIC X(040) FROM WK-BANK-NM.
           03  LINE 08 COL 01  VALUE "支店ｺｰﾄﾞ(3)   :".
           03  LINE 08 COL 17  PIC X(003) USING WK-IN-BRANCH.
           03  LINE 08 COL 24  PIC X(040) FROM WK-BRN-NM.
           03  LINE 09 COL 01  VALUE "預金種目      :".
           03  LINE 09 COL 17  PIC X(001) USING WK-IN-KAMOKU.
           03  LINE 09 COL 20
               VALUE "1=普通 2=当座 4=貯蓄 9=その他".
           03  LINE 10 COL 01  VALUE "口座番号(7)   :".
           03  LINE 10 COL 17  PIC X(007) USING WK-IN-KOZA.
           03  LINE 11 COL 01  VALUE "口座名義ｶﾅ    :".
           03  LINE 11 COL 17  PIC X(060) USING WK-IN-KANA.
           03  LINE 12 COL 01  VALUE "  (全銀変換後):".
           03  LINE 12 COL 17  PIC X(030) FROM WK-KANA-CNV.
           03  LINE 13 COL 01  VALUE "有効区分      :".
           03  LINE 13 COL 17  PIC X(001) USING WK-IN-ACTIVE.
           03  LINE 13 COL 20  VALUE "A=有効 I=無効".
           03  LINE 15 COL 01
               VALUE "R=呼出 A=追加 C=変更 D=削除 Q=終了".
           03  LINE 16 COL 01  VALUE "CMD           :".
           03  LINE 16 COL 17  PIC X(001) USING WK-IN-CMD.

       PROCEDURE               DIVISION.
       M100-10.

      *    *** OPEN、引数解析
           PERFORM S010-10     THRU    S010-EX

           EVALUATE WK-MODE
               WHEN "LIST"
                   PERFORM S100-10     THRU    S100-EX
               WHEN "SCREEN"
                   PERFORM S500-10     THRU    S500-EX
               WHEN "APPLY"
                   PERFORM S600-10     THRU    S600-EX
               WHEN "LOAD"
                   PERFORM S700-10     THRU    S700-EX
               WHEN "BANKLOAD"
                   PERFORM S750-10     THRU    S750-EX
               WHEN "CHECK"
                   PERFORM S800-10     THRU    S800-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                     " ARG-1=LIST/SCREEN/APPLY/LOAD/BANKLOAD/CHECK"
                   MOVE    16          TO      RETURN-CODE
           END-EVALUATE

      *    *** CLOSE
           PERFORM S900-10     THRU    S900-EX
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
                                       PYM1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PIN1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** マスターを開く(無ければ新規作成)
           OPEN    I-O         PYM1-F
           IF      WK-PYM1-STATUS =    05      OR      35
                   OPEN    OUTPUT      PYM1-F
                   CLOSE   PYM1-F
                   OPEN    I-O         PYM1-F
           END-IF
           IF      WK-PYM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PYM1-F OPEN ERROR STATUS="
                           WK-PYM1-STATUS
                   STOP    RUN
           END-IF

      *    *** 銀行支店マスターは検査用に読むだけ(BANKLOADは
      *    *** S750で作り直す)。未作成でもLIST/APPLYは動かす
           IF      WK-MODE     NOT =   "BANKLOAD"
                   OPEN    INPUT       BKC1-F
                   IF      WK-BKC1-STATUS =    ZERO
                           MOVE    "Y"         TO      WK-BKC1-OPEN
                   ELSE
                           DISPLAY WK-PGM-NAME
                                   " BKC1-F OPEN ERROR STATUS="
                                   WK-BKC1-STATUS
                   END-IF
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** LIST: 支払先コード順に全件表示
       S100-10.

           DISPLAY WK-PGM-NAME
                   " PAYEE      BANK-BRN K KOZA    KANA"
                   "                           A UPD-OPID UPD-YMD"

           MOVE    LOW-VALUE   TO      PYM1-KEY
           START   PYM1-F      KEY NOT <   PYM1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PYM1-EOF
           END-START

           PERFORM UNTIL WK-PYM1-EOF = HIGH-VALUE
               READ    PYM1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PYM1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
                       DISPLAY WK-PGM-NAME " " WK-LST-LINE
                       ADD     1           TO      WK-LIST-CNT
               END-READ
           END-PERFORM

           DISPLAY WK-PGM-NAME " 支払先数=" WK-LIST-CNT
           .
       S100-EX.
           EXIT.

      *    *** 一覧1行の編集(LIST/CHECK共通)
       S110-10.

           MOVE    PYM1-KEY    TO      WK-LST-PAYEE
           MOVE    PYM1-BANK   TO      WK-LST-BANK
           MOVE    PYM1-BRANCH TO      WK-LST-BRANCH
           MOVE    PYM1-KAMOKU TO      WK-LST-KAMOKU
           MOVE    PYM1-KOZA   TO      WK-LST-KOZA
           MOVE    PYM1-KANA   TO      WK-LST-KANA
           MOVE    PYM1-ACTIVE TO      WK-LST-ACTIVE
           MOVE    PYM1-UPD-OPID TO    WK-LST-UPD-OPID
           MOVE    PYM1-UPD-YMD TO     WK-LST-UPD-YMD
           .
       S110-EX.
           EXIT.

      *    *** SCREEN: 保守画面。SECCHKサインオン+UPDATE権限の上、
      *    *** 追加/変更/削除をAPPROVEの保留へ積む
       S500-10.

           DISPLAY WK-PGM-NAME " OPERATOR ID ?"
           ACCEPT  WSC-OPID
           DISPLAY WK-PGM-NAME " PASSWORD ?"
           ACCEPT  WSC-PASS
           MOVE    "SIGNON"    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " SIGNON NG"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S500-EX
           END-IF
           MOVE    "CHECK "    TO      WSC-ID
           MOVE    "PAYEEMST"  TO      WSC-PGM
           MOVE    "UPDATE"    TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S500-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID

           IF      WK-BKC1-OPEN NOT =  "Y"
                   MOVE    "BANKCD.DAT未作成(先にBANKLOAD)"
                                       TO      WK-MSG-LINE
           END-IF

           PERFORM S520-10     THRU    S520-EX
                   UNTIL   WK-END  =       "Y"
           .
       S500-EX.
           EXIT.

      *    *** 画面1周。表示、入力、コマンド1件の処理
       S520-10.

           MOVE    SPACE       TO      WK-IN-CMD
           DISPLAY PAYEEMST-SCREEN
           ACCEPT  PAYEEMST-SCREEN

           MOVE    SPACE       TO      WK-MSG-LINE

           EVALUATE WK-IN-CMD
               WHEN "Q"
               WHEN "q"
                   MOVE    "Y"         TO      WK-END
               WHEN "R"
               WHEN "r"
                   PERFORM S530-10     THRU    S530-EX
               WHEN "A"
               WHEN "a"
               WHEN "C"
               WHEN "c"
               WHEN "D"
               WHEN "d"
                   PERFORM S550-10     THRU    S550-EX
               WHEN OTHER
                   MOVE    "CMD ERROR R/A/C/D/Q" TO WK-MSG-LINE
           END-EVALUATE
           .
       S520-EX.
           EXIT.

      *    *** R: 支払先コードで呼び出して画面へ出す
       S530-10.

           PERFORM S540-10     THRU    S540-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "未登録の支払先" TO WK-MSG-LINE
                   MOVE    SPACE       TO      WK-UPD-LINE
                   GO  TO  S530-EX
           END-IF

           MOVE    PYM1-NAME   TO      WK-IN-NAME
           MOVE    PYM1-BANK   TO      WK-IN-BANK
           MOVE    PYM1-BRANCH TO      WK-IN-BRANCH
           MOVE    PYM1-KAMOKU TO      WK-IN-KAMOKU
           MOVE    PYM1-KOZA   TO      WK-IN-KOZA
           MOVE    PYM1-KANA   TO      WK-IN-KANA
                                       WK-KANA-CNV
           MOVE    PYM1-ACTIVE TO      WK-IN-ACTIVE
           MOVE    SPACE       TO      WK-UPD-LINE
           STRING  "更新者="   DELIMITED BY SIZE
                   PYM1-UPD-OPID DELIMITED BY SIZE
                   " 更新日="  DELIMITED BY SIZE
                   PYM1-UPD-YMD DELIMITED BY SIZE
                   INTO    WK-UPD-LINE

      *    *** 銀行/支店名を出す。廃止された支店はここで分かる
           PERFORM S570-10     THRU    S570-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "支店が銀行支店ﾏｽﾀｰに無い"
                                       TO      WK-MSG-LINE
           END-IF
           .
       S530-EX.
           EXIT.

      *    *** 画面の支払先コードでマスターを読む(WK-FOUND=Y/N)
       S540-10.

           MOVE    "N"         TO      WK-FOUND
           IF      WK-IN-PAYEE =       SPACE
                   GO  TO  S540-EX
           END-IF
           MOVE    WK-IN-PAYEE TO      PYM1-KEY
           READ    PYM1-F
                   KEY PYM1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   MOVE    "Y"         TO      WK-FOUND
           END-READ
           .
       S540-EX.
           EXIT.

      *    *** A/C/D: 項目を検査し、変更前後イメージを保留へ積む
       S550-10.

           IF      WK-IN-CMD   =       "a" OR "c" OR "d"
                   INSPECT WK-IN-CMD
                           CONVERTING "acd" TO "ACD"
           END-IF

           PERFORM S540-10     THRU    S540-EX
           MOVE    SPACE       TO      WK-BEFORE
           IF      WK-FOUND    =       "Y"
                   MOVE    PYM1-REC    TO      WK-BEFORE
           END-IF

           EVALUATE TRUE
               WHEN WK-IN-PAYEE =      SPACE
                   MOVE    "支払先ｺｰﾄﾞ未入力"
                                       TO      WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  =       "A" AND WK-FOUND = "Y"
                   MOVE    "登録済みの支払先" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  NOT =   "A" AND WK-FOUND = "N"
                   MOVE    "未登録の支払先" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE    SPACE       TO      WK-AFTER
           IF      WK-IN-CMD   NOT =   "D"
                   PERFORM S560-10     THRU    S560-EX
                   IF      WK-VAL-NG   =       "Y"
                           GO  TO  S550-EX
                   END-IF
                   MOVE    WK-IN-PAYEE TO      WK-AF-KEY
                   MOVE    WK-IN-BANK  TO      WK-AF-BANK
                   MOVE    WK-IN-BRANCH TO     WK-AF-BRANCH
                   MOVE    WK-IN-KAMOKU TO     WK-AF-KAMOKU
                   MOVE    WK-IN-KOZA  TO      WK-AF-KOZA
                   MOVE    WKN-OUT     TO      WK-AF-KANA
                   MOVE    WK-IN-NAME  TO      WK-AF-NAME
                   MOVE    WK-IN-ACTIVE TO     WK-AF-ACTIVE
                   MOVE    WK-OPID     TO      WK-AF-UPD-OPID
                   MOVE    WK-TODAY-YMD TO     WK-AF-UPD-YMD
                   IF      WK-IN-CMD   =       "C"     AND
                           WK-AFTER (1:76) =   WK-BEFORE (1:76)
                           MOVE    "変更なし"  TO      WK-MSG-LINE
                           GO  TO  S550-EX
                   END-IF
           END-IF

      *    *** 二人承認の保留へ積む
           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    WK-PYM1-F-NAME TO   WAP-TARGET
           MOVE    WK-IN-CMD   TO      WAP-TYPE
           MOVE    WK-IN-PAYEE TO      WAP-KEY
           MOVE    WK-OPID     TO      WAP-OPID
           MOVE    WK-BEFORE   TO      WAP-BEFORE
           MOVE    WK-AFTER    TO      WAP-AFTER
           CALL    "APPRSUB"   USING   WAP-APPRSUB-AREA
           IF      WAP-RESULT  NOT =   "Y"
                   MOVE    SPACE       TO      WK-MSG-LINE
                   IF      WAP-STATE   =       "P"
                       STRING  "承認待ちの申請あり SEQ="
                                           DELIMITED BY SIZE
                               WAP-SEQ     DELIMITED BY SIZE
                               INTO    WK-MSG-LINE
                   ELSE
                       MOVE    "申請ｴﾗｰ(APPROVE.PND)" TO
                               WK-MSG-LINE
                   END-IF
                   GO  TO  S550-EX
           END-IF

      *    *** 特権操作としてセキュリティログへ残す
           MOVE    SPACE       TO      WSC-DETAIL
           STRING  "SUBMIT "   DELIMITED BY SIZE
                   WK-IN-CMD   DELIMITED BY SIZE
                   " "         DELIMITED BY SIZE
                   WK-IN-PAYEE DELIMITED BY SIZE
                   " SEQ="     DELIMITED BY SIZE
                   WAP-SEQ     DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "承認待ちへ登録 SEQ=" DELIMITED BY SIZE
                   WAP-SEQ     DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           .
       S550-EX.
           EXIT.

      *    *** 追加/変更の項目検査
       S560-10.

           MOVE    "Y"         TO      WK-VAL-NG
           IF      WK-IN-ACTIVE =      SPACE
                   MOVE    "A"         TO      WK-IN-ACTIVE
           END-IF
           INSPECT WK-IN-ACTIVE CONVERTING "ai" TO "AI"

           EVALUATE TRUE
               WHEN WK-IN-NAME =       SPACE
                   MOVE    "支払先名未入力" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-BANK NOT NUMERIC
                   MOVE    "銀行ｺｰﾄﾞ NG(4桁数字)"
                                       TO      WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-BRANCH NOT NUMERIC
                   MOVE    "支店ｺｰﾄﾞ NG(3桁数字)"
                                       TO      WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-KAMOKU NOT = "1" AND NOT = "2"
                                 AND NOT = "4" AND NOT = "9"
                   MOVE    "預金種目 NG(1/2/4/9)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-KOZA NOT NUMERIC
                   MOVE    "口座番号 NG(7桁数字)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-KANA =       SPACE
                   MOVE    "口座名義ｶﾅ未入力" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-ACTIVE NOT = "A" AND NOT = "I"
                   MOVE    "有効区分 NG(A/I)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    *** 銀行/支店は銀行支店マスターに在る事
           PERFORM S570-10     THRU    S570-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "銀行支店ﾏｽﾀｰに無い支店"
                                       TO      WK-MSG-LINE
                   GO  TO  S560-EX
           END-IF

      *    *** 名義は全銀の半角カナへ変換し、使えない文字を拒否
           MOVE    WK-IN-KANA  TO      WKN-IN
           CALL    "KANACHK"   USING   WKN-KANACHK-AREA
           MOVE    WKN-OUT     TO      WK-KANA-CNV
           IF      WKN-RESULT  NOT =   "Y"
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "口座名義ｶﾅ NG"
                                       DELIMITED BY SIZE
                           "(全銀で使えない文字) 桁="
                                       DELIMITED BY SIZE
                           WKN-POS     DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   GO  TO  S560-EX
           END-IF

           MOVE    "N"         TO      WK-VAL-NG
           .
       S560-EX.
           EXIT.

      *    *** 画面の銀行/支店で銀行支店マスターを読み、名称を出す
      *    *** (WK-FOUND=Y/N)
       S570-10.

           MOVE    "N"         TO      WK-FOUND
           MOVE    SPACE       TO      WK-BANK-NM
                                       WK-BRN-NM
           IF      WK-BKC1-OPEN NOT =  "Y"
                   GO  TO  S570-EX
           END-IF
           MOVE    WK-IN-BANK  TO      BKC1-BANK
           MOVE    WK-IN-BRANCH TO     BKC1-BRANCH
           READ    BKC1-F
                   KEY BKC1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   MOVE    "Y"         TO      WK-FOUND
                   STRING  BKC1-BANK-NAME DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           BKC1-BANK-KANA DELIMITED BY SIZE
                           INTO    WK-BANK-NM
                   STRING  BKC1-BRN-NAME DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           BKC1-BRN-KANA DELIMITED BY SIZE
                           INTO    WK-BRN-NM
           END-READ
           .
       S570-EX.
           EXIT.

      *    *** APPLY: 承認済み適用トランザクションをマスターへ
       S600-10.

           MOVE    SPACE       TO      WK-TXN1-F-NAME
           STRING  WK-PYM1-F-NAME DELIMITED BY SPACE
                   ".TXN"      DELIMITED BY SIZE
                   INTO    WK-TXN1-F-NAME

           OPEN    INPUT       TXN1-F
           IF      WK-TXN1-STATUS =    35
                   DISPLAY WK-PGM-NAME " 適用対象なし "
                           WK-TXN1-F-NAME
                   GO  TO  S600-EX
           END-IF
           IF      WK-TXN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " TXN1-F OPEN ERROR STATUS="
                           WK-TXN1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S600-EX
           END-IF

           PERFORM UNTIL WK-TXN1-EOF = HIGH-VALUE
               READ    TXN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-TXN1-EOF
                   NOT AT  END
                       PERFORM S610-10     THRU    S610-EX
               END-READ
           END-PERFORM
           CLOSE   TXN1-F

      *    *** 同じトランザクションを二度適用しない様に退避する
           MOVE    SPACE       TO      WK-CMD
           STRING  "mv "           DELIMITED BY SIZE
                   WK-TXN1-F-NAME  DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WK-TXN1-F-NAME  DELIMITED BY SPACE
                   ".OLD"          DELIMITED BY SIZE
                   INTO    WK-CMD
           CALL    "SYSTEM"    USING   WK-CMD

           DISPLAY WK-PGM-NAME " APPLY 適用=" WK-APPLY-CNT
                   " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      RETURN-CODE
           END-IF
           .
       S600-EX.
           EXIT.

      *    *** 適用トランザクション1件(A=追加 C=変更 D=削除)
       S610-10.

           MOVE    TXN1-KEY (1:10) TO  PYM1-KEY
           EVALUATE TXN1-TYPE
               WHEN "A"
                   MOVE    TXN1-IMAGE  TO      PYM1-REC
                   WRITE   PYM1-REC
               WHEN "C"
                   READ    PYM1-F
                           KEY PYM1-KEY
                       INVALID
                           CONTINUE
                   END-READ
                   IF      WK-PYM1-STATUS =    ZERO
                           MOVE    TXN1-IMAGE  TO      PYM1-REC
                           REWRITE PYM1-REC
                   END-IF
               WHEN "D"
                   DELETE  PYM1-F
               WHEN OTHER
                   MOVE    99          TO      WK-PYM1-STATUS
           END-EVALUATE

           IF      WK-PYM1-STATUS =    ZERO
                   ADD     1           TO      WK-APPLY-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " APPLY ERROR " TXN1-TYPE
                           " " TXN1-KEY (1:10)
                           " STATUS=" WK-PYM1-STATUS
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           .
       S610-EX.
           EXIT.

      *    *** LOAD: 初期移行(マスターが空の時だけ)
       S700-10.

           IF      WK-PIN1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " LOAD ﾋｷｽｳ ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S700-EX
           END-IF

           MOVE    LOW-VALUE   TO      PYM1-KEY
           START   PYM1-F      KEY NOT <   PYM1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   DISPLAY WK-PGM-NAME
                           " ﾏｽﾀｰが空でない LOADﾌｶ"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S700-EX
           END-START

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S700-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       IF      PIN1-REC (1:1) NOT = "*"    AND
                               PIN1-REC    NOT =   SPACE
                           PERFORM S710-10     THRU    S710-EX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

           DISPLAY WK-PGM-NAME " LOAD 登録=" WK-LOAD-CNT
                   " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    8           TO      RETURN-CODE
           END-IF
           .
       S700-EX.
           EXIT.

      *    *** LOAD 1行。名義カナと支店を検査してから登録する
       S710-10.

           MOVE    SPACE       TO      PYM1-REC
           MOVE    PIN1-REC (1:76) TO  PYM1-REC (1:76)
           IF      PYM1-ACTIVE =       SPACE
                   MOVE    "A"         TO      PYM1-ACTIVE
           END-IF

           MOVE    PYM1-KANA   TO      WKN-IN
           CALL    "KANACHK"   USING   WKN-KANACHK-AREA
           IF      WKN-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " LOAD ERROR " PYM1-KEY
                           " KANA NG POS=" WKN-POS
                   ADD     1           TO      WK-ERR-CNT
                   GO  TO  S710-EX
           END-IF
           MOVE    WKN-OUT     TO      PYM1-KANA

           IF      WK-BKC1-OPEN =      "Y"
                   MOVE    PYM1-BANK   TO      BKC1-BANK
                   MOVE    PYM1-BRANCH TO      BKC1-BRANCH
                   READ    BKC1-F
                           KEY BKC1-KEY
                       INVALID
                           DISPLAY WK-PGM-NAME " LOAD ERROR "
                                   PYM1-KEY " BRANCH NOT FOUND "
                                   PYM1-BANK "-" PYM1-BRANCH
                           ADD     1           TO      WK-ERR-CNT
                           GO  TO  S710-EX
                   END-READ
           END-IF

           MOVE    "LOAD"      TO      PYM1-UPD-OPID
           MOVE    WK-TODAY-YMD TO     PYM1-UPD-YMD
           WRITE   PYM1-REC
           IF      WK-PYM1-STATUS =    ZERO
                   ADD     1           TO      WK-LOAD-CNT
           ELSE
                   DISPLAY WK-PGM-NAME
                           " LOAD ERROR " PYM1-KEY
                           " STATUS=" WK-PYM1-STATUS
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           .
       S710-EX.
           EXIT.

      *    *** BANKLOAD: 銀行支店マスターを公表ファイルから作り直す
       S750-10.

           IF      WK-PIN1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME
                           " BANKLOAD ﾋｷｽｳ ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF

      *    *** 取込める行が1件も無いファイルでマスターを空にしない
      *    *** 様、先に件数だけ数える
           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       PERFORM S760-10     THRU    S760-EX
                       IF      WK-CSV-OK   =       "Y"
                               ADD     1           TO  WK-LOAD-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           IF      WK-LOAD-CNT =       ZERO
                   DISPLAY WK-PGM-NAME
                           " BANKLOAD 取込める行なし"
                           " ﾏｽﾀｰは変更しない"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF

      *    *** 作り直し(廃止/統合された支店はマスターから消える)
           OPEN    OUTPUT      BKC1-F
           IF      WK-BKC1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " BKC1-F OPEN ERROR STATUS="
                           WK-BKC1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF
           OPEN    INPUT       PIN1-F
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           MOVE    ZERO        TO      WK-LOAD-CNT
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       PERFORM S760-10     THRU    S760-EX
                       IF      WK-CSV-OK   =       "Y"
                               PERFORM S770-10     THRU    S770-EX
                       ELSE
                               ADD     1           TO  WK-SKIP-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           CLOSE   BKC1-F

           DISPLAY WK-PGM-NAME " BANKLOAD 登録=" WK-LOAD-CNT
                   " 読飛し=" WK-SKIP-CNT " 重複=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF

      *    *** 廃止された支店宛の支払先を洗い出す
           OPEN    INPUT       BKC1-F
           IF      WK-BKC1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-BKC1-OPEN
                   PERFORM S800-10     THRU    S800-EX
           END-IF
           .
       S750-EX.
           EXIT.

      *    *** 銀行・支店コードファイル1行の分解(WK-CSV-OK=Y/N)
       S760-10.

           MOVE    "N"         TO      WK-CSV-OK
           MOVE    SPACE       TO      WK-CSV-BANK
                                       WK-CSV-BRANCH
                                       WK-CSV-BANK-KANA
                                       WK-CSV-BANK-NAME
                                       WK-CSV-BRN-KANA
                                       WK-CSV-BRN-NAME
           IF      PIN1-REC (1:1) =    "*"     OR
                   PIN1-REC    =       SPACE
                   GO  TO  S760-EX
           END-IF

           INSPECT PIN1-REC    REPLACING ALL '"' BY SPACE
           UNSTRING PIN1-REC   DELIMITED BY ","
                   INTO    WK-CSV-BANK
                           WK-CSV-BRANCH
                           WK-CSV-BANK-KANA
                           WK-CSV-BANK-NAME
                           WK-CSV-BRN-KANA
                           WK-CSV-BRN-NAME
           MOVE    TRIM(WK-CSV-BANK)      TO  WK-CSV-BANK
           MOVE    TRIM(WK-CSV-BRANCH)    TO  WK-CSV-BRANCH
           MOVE    TRIM(WK-CSV-BANK-KANA) TO  WK-CSV-BANK-KANA
           MOVE    TRIM(WK-CSV-BANK-NAME) TO  WK-CSV-BANK-NAME
           MOVE    TRIM(WK-CSV-BRN-KANA)  TO  WK-CSV-BRN-KANA
           MOVE    TRIM(WK-CSV-BRN-NAME)  TO  WK-CSV-BRN-NAME

           IF      WK-CSV-BANK (1:4) NUMERIC AND
                   WK-CSV-BANK (5:) =  SPACE AND
                   WK-CSV-BRANCH (1:3) NUMERIC AND
                   WK-CSV-BRANCH (4:) = SPACE
                   MOVE    "Y"         TO      WK-CSV-OK
           END-IF
           .
       S760-EX.
           EXIT.

      *    *** 銀行支店マスター1件の登録
       S770-10.

           MOVE    SPACE       TO      BKC1-REC
           MOVE    WK-CSV-BANK TO      BKC1-BANK
           MOVE    WK-CSV-BRANCH TO    BKC1-BRANCH
           MOVE    WK-CSV-BANK-KANA TO BKC1-BANK-KANA
           MOVE    WK-CSV-BANK-NAME TO BKC1-BANK-NAME
           MOVE    WK-CSV-BRN-KANA TO  BKC1-BRN-KANA
           MOVE    WK-CSV-BRN-NAME TO  BKC1-BRN-NAME
           WRITE   BKC1-REC
           IF      WK-BKC1-STATUS =    ZERO
                   ADD     1           TO      WK-LOAD-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " BANKLOAD ERROR "
                           BKC1-BANK "-" BKC1-BRANCH
                           " STATUS=" WK-BKC1-STATUS
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           .
       S770-EX.
           EXIT.

      *    *** CHECK: 有効な支払先の支店/名義カナを検査し、NGを一覧
       S800-10.

           IF      WK-BKC1-OPEN NOT =  "Y"
                   DISPLAY WK-PGM-NAME
                           " 銀行支店ﾏｽﾀｰ未作成"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S800-EX
           END-IF

           MOVE    LOW-VALUE   TO      WK-PYM1-EOF
           MOVE    LOW-VALUE   TO      PYM1-KEY
           START   PYM1-F      KEY NOT <   PYM1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PYM1-EOF
           END-START

           PERFORM UNTIL WK-PYM1-EOF = HIGH-VALUE
               READ    PYM1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PYM1-EOF
                   NOT AT  END
                       IF      PYM1-ACTIVE =       "A"
                               PERFORM S810-10     THRU    S810-EX
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY WK-PGM-NAME " CHECK NG=" WK-NG-CNT
           IF      WK-NG-CNT   >       ZERO    AND
                   RETURN-CODE <       4
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       S800-EX.
           EXIT.

      *    *** CHECK 1件
       S810-10.

           MOVE    SPACE       TO      WK-NG-REASON
           MOVE    PYM1-BANK   TO      BKC1-BANK
           MOVE    PYM1-BRANCH TO      BKC1-BRANCH
           READ    BKC1-F
                   KEY BKC1-KEY
               INVALID
                   MOVE    "BRANCH NOT FOUND" TO WK-NG-REASON
           END-READ

           IF      WK-NG-REASON =      SPACE
                   MOVE    PYM1-KANA   TO      WKN-IN
                   CALL    "KANACHK"   USING   WKN-KANACHK-AREA
                   IF      WKN-RESULT  NOT =   "Y"  OR
                           WKN-CONV    =       "Y"
                           MOVE    SPACE       TO      WK-NG-REASON
                           STRING  "KANA NG POS=" DELIMITED BY SIZE
                                   WKN-POS     DELIMITED BY SIZE
                                   INTO    WK-NG-REASON
                   END-IF
           END-IF

           IF      WK-NG-REASON NOT =  SPACE
                   PERFORM S110-10     THRU    S110-EX
                   DISPLAY WK-PGM-NAME " NG " WK-LST-LINE
                           " " WK-NG-REASON
                   ADD     1           TO      WK-NG-CNT
           END-IF
           .
       S810-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   PYM1-F
           IF      WK-BKC1-OPEN =      "Y"
                   CLOSE   BKC1-F
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       PYM1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
