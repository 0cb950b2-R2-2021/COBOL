      *    *** 送付先住所マスター保守(郵便番号/住所の検査付き)
      *    *** 得意先(与信マスター CRDMST.DAT)と支払先(支払先口座
      *    *** マスター PAYEEMST.DAT)の郵便番号と住所を、区分+コード
      *    *** をキーにインデックスマスター(ADDRMST.DAT)で管理する。
      *    *** 住所は日本郵便の郵便番号データから作る郵便番号マスター
      *    *** (POSTCD.DAT)でADDRCHKを呼んで検査し、郵便番号と合わない
      *    *** 住所、廃止された郵便番号を入力時に止める(督促状/請求書
      *    *** の宛先不明の戻りを防ぐ)。
      *    *** 保守画面の変更は即時反映せず、二人承認(APPROVE)の
      *    *** 保留へ積み、承認後にAPPLYで取り込む。
      *    ***
      *    *** 起動引数:
      *    ***  LIST   : 住所の一覧を表示する
      *    ***  SCREEN : 保守画面。SECCHKのサインオンとUPDATE権限が
      *    ***           必要。コマンド:
      *    ***            R = 区分+コードで呼出し
      *    ***            Z = 郵便番号から標準の住所表記を出す
      *    ***                (住所が空白なら住所へ補完する)
      *    ***            A = 追加申請  C = 変更申請  D = 削除申請
      *    ***            Q = 終了
      *    ***           申請はAPPRSUBで保留ファイルへ積む。郵便番号
      *    ***           未登録/廃止、市区町村の不一致は申請させない
      *    ***           (町域だけの不一致は警告して申請する)
      *    ***  APPLY  : APPROVE APPLY,ADDRMST.DAT が作った
      *    ***           ADDRMST.DAT.TXN をマスターへ適用する
      *    ***           (適用後は .TXN.OLD へ退避)
      *    ***  LOAD,ﾌｧｲﾙ名
      *    ***         : 初期移行用。マスターが空の時だけ、レコード
      *    ***           形式(先頭78桁)の順ファイルを一括登録する
      *    ***  POSTLOAD,ﾌｧｲﾙ名
      *    ***         : 郵便番号マスターを日本郵便の郵便番号データ
      *    ***           (全件 KEN_ALL、UTF-8のCSV)から作り直す。
      *    ***           1行 = 地方公共団体ｺｰﾄﾞ,旧郵便番号,郵便番号,
      *    ***                 都道府県ｶﾅ,市区町村ｶﾅ,町域ｶﾅ,
      *    ***                 都道府県,市区町村,町域,...(以降は無視)
      *    ***           ファイルに無くなった町域は消さずに廃止(D)に
      *    ***           して廃止日を残す。町域の括弧書き(複数行に
      *    ***           分かれる物を含む)は除き、「以下に掲載が
      *    ***           ない場合」等は町域なしとする。作り直した後、
      *    ***           CHECKと同じ形で住所を検査する
      *    ***  POSTADD,ﾌｧｲﾙ名
      *    ***         : 月次の追加データ(ADD_)を取り込む(同じ形式。
      *    ***           廃止にはしない)
      *    ***  POSTDEL,ﾌｧｲﾙ名
      *    ***         : 月次の廃止データ(DEL_)の町域を廃止(D)にする
      *    ***  CHECK  : 全件の郵便番号と住所をADDRCHKで検査し、
      *    ***           不一致を一覧する。住所の無い得意先/有効な
      *    ***           支払先も一覧する(NGありは RC=4)
      *    ***
      *    *** レコード(100桁):
      *    ***   区分(1) C=得意先 P=支払先  コード(10、左詰め)
      *    ***   郵便番号(7、数字)  住所(60)
      *    ***   更新者(8) 更新日(8) 予備(6)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ADDRMST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 送付先住所マスター
           SELECT ADM1-F           ASSIGN   WK-ADM1-F-NAME
                               STATUS   WK-ADM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ADM1-KEY.

      *    *** 郵便番号マスター(POSTLOAD/POSTADD/POSTDELで更新)
           SELECT PCD1-F           ASSIGN   WK-PCD1-F-NAME
                               STATUS   WK-PCD1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PCD1-KEY.

      *    *** 与信マスター(得意先名と住所の無い得意先の洗い出し)
           SELECT CRM1-F           ASSIGN   WK-CRM1-F-NAME
                               STATUS   WK-CRM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CRM1-KEY.

      *    *** 支払先口座マスター(支払先名と住所の無い支払先)
           SELECT PYM1-F           ASSIGN   WK-PYM1-F-NAME
                               STATUS   WK-PYM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PYM1-KEY.

      *    *** 承認済み適用トランザクション(APPROVE APPLYの出力)
           SELECT TXN1-F           ASSIGN   WK-TXN1-F-NAME
                               STATUS   WK-TXN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 初期移行ファイル/郵便番号データ
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  ADM1-F
           LABEL RECORDS ARE STANDARD.
       01  ADM1-REC.
           03  ADM1-KEY.
             05  ADM1-KIND     PIC  X(001).
             05  ADM1-CODE     PIC  X(010).
           03  ADM1-POST       PIC  X(007).
           03  ADM1-ADDR       PIC  X(060).
           03  ADM1-UPD-OPID   PIC  X(008).
           03  ADM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(006).

       FD  PCD1-F
           LABEL RECORDS ARE STANDARD.
       01  PCD1-REC.
           03  PCD1-KEY.
             05  PCD1-POST     PIC  X(007).
             05  PCD1-SEQ      PIC  9(002).
           03  PCD1-JIS        PIC  X(005).
           03  PCD1-PREF-K     PIC  X(030).
           03  PCD1-CITY-K     PIC  X(060).
           03  PCD1-TOWN-K     PIC  X(090).
           03  PCD1-PREF       PIC  X(012).
           03  PCD1-CITY       PIC  X(060).
           03  PCD1-TOWN       PIC  X(120).
           03  PCD1-STATE      PIC  X(001).
           03  PCD1-STAMP      PIC  X(014).
           03  PCD1-DEL-YMD    PIC  9(008).
           03  FILLER          PIC  X(001).

       FD  CRM1-F
           LABEL RECORDS ARE STANDARD.
       01  CRM1-REC.
           03  CRM1-KEY        PIC  X(010).
           03  CRM1-NAME       PIC  X(030).
           03  FILLER          PIC  X(060).

       FD  PYM1-F
           LABEL RECORDS ARE STANDARD.
       01  PYM1-REC.
           03  PYM1-KEY        PIC  X(010).
           03  FILLER          PIC  X(045).
           03  PYM1-NAME       PIC  X(020).
           03  PYM1-ACTIVE     PIC  X(001).
           03  FILLER          PIC  X(024).

       FD  TXN1-F
           LABEL RECORDS ARE STANDARD.
       01  TXN1-REC.
           03  TXN1-TYPE       PIC  X(001).
           03  TXN1-KEY        PIC  X(020).
           03  TXN1-IMAGE      PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  FILLER          PIC  X(600).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ADDRMST ".

           03  WK-ADM1-F-NAME  PIC  X(032) VALUE "ADDRMST.DAT".
           03  WK-PCD1-F-NAME  PIC  X(032) VALUE "POSTCD.DAT".
           03  WK-CRM1-F-NAME  PIC  X(032) VALUE "CRDMST.DAT".
           03  WK-PYM1-F-NAME  PIC  X(032) VALUE "PAYEEMST.DAT".
           03  WK-TXN1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-ADM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PCD1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-CRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PYM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-ADM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PCD1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-CRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PYM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TXN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

      *    *** 与信/支払先マスターを開けたか、ADDRCHKを呼んだか(Y/N)
           03  WK-CRM1-OPEN    PIC  X(001) VALUE "N".
           03  WK-PYM1-OPEN    PIC  X(001) VALUE "N".
           03  WK-ADC-CALLED   PIC  X(001) VALUE "N".

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(008) VALUE SPACE.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.
           03  WK-NOW-HMS      PIC  9(008) VALUE ZERO.

      *    *** 郵便番号データの取込み印(年月日時分秒)。
      *    *** 今回の取込みで在った町域の印になる
           03  WK-STAMP.
             05  WK-STAMP-YMD  PIC  9(008) VALUE ZERO.
             05  WK-STAMP-HMS  PIC  9(006) VALUE ZERO.

           03  WK-LIST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-APPLY-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOAD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-UPD-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DUP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEL-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-SKIP-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-NG-CNT       BINARY-LONG SYNC VALUE ZERO.
           03  WK-NOADR-CNT    BINARY-LONG SYNC VALUE ZERO.

           03  WK-CMD          PIC  X(128) VALUE SPACE.

      *    *** 郵便番号データ(CSV)の1行
           03  WK-CSV-JIS      PIC  X(040) VALUE SPACE.
           03  WK-CSV-OLD      PIC  X(040) VALUE SPACE.
           03  WK-CSV-POST     PIC  X(040) VALUE SPACE.
           03  WK-CSV-PREF-K   PIC  X(120) VALUE SPACE.
           03  WK-CSV-CITY-K   PIC  X(120) VALUE SPACE.
           03  WK-CSV-TOWN-K   PIC  X(200) VALUE SPACE.
           03  WK-CSV-PREF     PIC  X(040) VALUE SPACE.
           03  WK-CSV-CITY     PIC  X(120) VALUE SPACE.
           03  WK-CSV-TOWN     PIC  X(200) VALUE SPACE.
           03  WK-CSV-OK       PIC  X(001) VALUE "N".
      *    *** 町域の括弧書きが次の行へ続いている間 Y
           03  WK-IN-PAREN     PIC  X(001) VALUE "N".
           03  WK-PAREN-POS    BINARY-LONG SYNC VALUE ZERO.
           03  WK-PAREN-CNT    BINARY-LONG SYNC VALUE ZERO.

      *    *** 町域の突合せ(POSTLOAD/POSTDEL)
           03  WK-CLAIM        PIC  X(001) VALUE "N".
           03  WK-MAX-SEQ      PIC  9(002) VALUE ZERO.

      *    *** 検査NGの理由
           03  WK-NG-REASON    PIC  X(040) VALUE SPACE.

      *    *** 保守画面用
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-FOUND        PIC  X(001) VALUE "N".
           03  WK-VAL-NG       PIC  X(001) VALUE "N".
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-KIND      PIC  X(001) VALUE SPACE.
           03  WK-IN-CODE      PIC  X(010) VALUE SPACE.
           03  WK-IN-POST      PIC  X(008) VALUE SPACE.
           03  WK-IN-ADDR      PIC  X(060) VALUE SPACE.
           03  WK-NAME-NM      PIC  X(030) VALUE SPACE.
           03  WK-STD-NM       PIC  X(060) VALUE SPACE.
           03  WK-STD-KANA     PIC  X(060) VALUE SPACE.
           03  WK-UPD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.

      *    *** 変更前/変更後イメージ(マスターのレコード形式)
           03  WK-BEFORE       PIC  X(100) VALUE SPACE.
           03  WK-AFTER.
             05  WK-AF-KIND    PIC  X(001) VALUE SPACE.
             05  WK-AF-CODE    PIC  X(010) VALUE SPACE.
             05  WK-AF-POST    PIC  X(007) VALUE SPACE.
             05  WK-AF-ADDR    PIC  X(060) VALUE SPACE.
             05  WK-AF-UPD-OPID PIC X(008) VALUE SPACE.
             05  WK-AF-UPD-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(006) VALUE SPACE.

      *    *** 一覧1行の編集
           03  WK-LST-LINE.
             05  WK-LST-KIND   PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-CODE   PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-POST1  PIC  X(003) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE "-".
             05  WK-LST-POST2  PIC  X(004) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-ADDR   PIC  X(060) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-OPID PIC X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-YMD PIC 9(008) VALUE ZERO.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

           COPY    CPADDRCHK   REPLACING ==:##:== BY ==WAD==.

       SCREEN                  SECTION.
       01  ADDRMST-SCREEN.
           03  LINE 01 COL 01  VALUE "ADDRMST 送付先住所保守".
           03  LINE 02 COL 01  PIC X(076) FROM WK-UPD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "区分          :".
           03  LINE 05 COL 17  PIC X(001) USING WK-IN-KIND.
           03  LINE 05 COL 20  VALUE "C=得意先 P=支払先".
           03  LINE 06 COL 01  VALUE "ｺｰﾄﾞ(10)      :".
           03  LINE 06 COL 17  PIC X(010) USING WK-IN-CODE.
           03  LINE 06 COL 29  PIC X(030) FROM WK-NAME-NM.
           03  LINE 07 COL 01  VALUE "郵便番号      :".
           03  LINE 07 COL 17  PIC X(008) USING WK-IN-POST.
           03  LINE 07 COL 27  VALUE "999-9999".
           03  LINE 08 COL 01  VALUE "住所          :".
           03  LINE 08 COL 17  PIC X(060) USING WK-IN-ADDR.
           03  LINE 09 COL 01  VALUE "  (標準表記)  :".
           03  LINE 09 COL 17  PIC X(060) FROM WK-STD-NM.
           03  LINE 10 COL 01  VALUE "  (ｶﾅ)        :".
           03  LINE 10 COL 17  PIC X(060) FROM WK-STD-KANA.
           03  LINE 12 COL 01
               VALUE "R=呼出 Z=郵便番号から補完".
           03  LINE 13 COL 01
               VALUE "A=追加 C=変更 D=削除 Q=終了".
           03  LINE 14 COL 01  VALUE "CMD           :".
           03  LINE 14 COL 17  PIC X(001) USING WK-IN-CMD.

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
               WHEN "POSTLOAD"
               WHEN "POSTADD"
               WHEN "POSTDEL"
                   PERFORM S750-10     THRU    S750-EX
               WHEN "CHECK"
                   PERFORM S800-10     THRU    S800-EX
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                     " ARG-1=LIST/SCREEN/APPLY/LOAD/POSTLOAD/"
                     "POSTADD/POSTDEL/CHECK"
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
                                       ADM1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD
           ACCEPT  WK-NOW-HMS  FROM    TIME

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PIN1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** マスターを開く(無ければ新規作成)
           OPEN    I-O         ADM1-F
           IF      WK-ADM1-STATUS =    05      OR      35
                   OPEN    OUTPUT      ADM1-F
                   CLOSE   ADM1-F
                   OPEN    I-O         ADM1-F
           END-IF
           IF      WK-ADM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " ADM1-F OPEN ERROR STATUS="
                           WK-ADM1-STATUS
                   STOP    RUN
           END-IF

      *    *** 与信/支払先マスターは名称と住所の無いコードの洗い出し
      *    *** に読むだけ。未作成でも動かす
           OPEN    INPUT       CRM1-F
           IF      WK-CRM1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-CRM1-OPEN
           END-IF
           OPEN    INPUT       PYM1-F
           IF      WK-PYM1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-PYM1-OPEN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** LIST: 区分+コード順に全件表示
       S100-10.

           DISPLAY WK-PGM-NAME
                   " K CODE       POST     ADDR"

           MOVE    LOW-VALUE   TO      ADM1-KEY
           START   ADM1-F      KEY NOT <   ADM1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-ADM1-EOF
           END-START

           PERFORM UNTIL WK-ADM1-EOF = HIGH-VALUE
               READ    ADM1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-ADM1-EOF
                   NOT AT  END
                       PERFORM S110-10     THRU    S110-EX
                       DISPLAY WK-PGM-NAME " " WK-LST-LINE
                       ADD     1           TO      WK-LIST-CNT
               END-READ
           END-PERFORM

           DISPLAY WK-PGM-NAME " 住所数=" WK-LIST-CNT
           .
       S100-EX.
           EXIT.

      *    *** 一覧1行の編集(LIST/CHECK共通)
       S110-10.

           MOVE    ADM1-KIND   TO      WK-LST-KIND
           MOVE    ADM1-CODE   TO      WK-LST-CODE
           MOVE    ADM1-POST (1:3) TO  WK-LST-POST1
           MOVE    ADM1-POST (4:4) TO  WK-LST-POST2
           MOVE    ADM1-ADDR   TO      WK-LST-ADDR
           MOVE    ADM1-UPD-OPID TO    WK-LST-UPD-OPID
           MOVE    ADM1-UPD-YMD TO     WK-LST-UPD-YMD
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
           MOVE    "ADDRMST"   TO      WSC-PGM
           MOVE    "UPDATE"    TO      WSC-FUNC
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA
           IF      WSC-RESULT  NOT =   "Y"
                   DISPLAY WK-PGM-NAME " 権限ﾅｼ"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S500-EX
           END-IF
           MOVE    WSC-OPID    TO      WK-OPID

           PERFORM S520-10     THRU    S520-EX
                   UNTIL   WK-END  =       "Y"
           .
       S500-EX.
           EXIT.

      *    *** 画面1周。表示、入力、コマンド1件の処理
       S520-10.

           MOVE    SPACE       TO      WK-IN-CMD
           DISPLAY ADDRMST-SCREEN
           ACCEPT  ADDRMST-SCREEN

           MOVE    SPACE       TO      WK-MSG-LINE
           INSPECT WK-IN-KIND  CONVERTING "cp" TO "CP"

           EVALUATE WK-IN-CMD
               WHEN "Q"
               WHEN "q"
                   MOVE    "Y"         TO      WK-END
               WHEN "R"
               WHEN "r"
                   PERFORM S530-10     THRU    S530-EX
               WHEN "Z"
               WHEN "z"
                   PERFORM S580-10     THRU    S580-EX
                   IF      WK-IN-ADDR  =       SPACE   AND
                           WK-STD-NM   NOT =   SPACE   AND
                           WAD-ABOLISH NOT =   "Y"
                           MOVE    WK-STD-NM   TO      WK-IN-ADDR
                           MOVE    "標準表記を補完"
                                   TO      WK-MSG-LINE
                   END-IF
               WHEN "A"
               WHEN "a"
               WHEN "C"
               WHEN "c"
               WHEN "D"
               WHEN "d"
                   PERFORM S550-10     THRU    S550-EX
               WHEN OTHER
                   MOVE    "CMD ERROR R/Z/A/C/D/Q" TO WK-MSG-LINE
           END-EVALUATE
           .
       S520-EX.
           EXIT.

      *    *** R: 区分+コードで呼び出して画面へ出す
       S530-10.

           PERFORM S545-10     THRU    S545-EX
           PERFORM S540-10     THRU    S540-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "住所未登録"  TO    WK-MSG-LINE
                   MOVE    SPACE       TO      WK-UPD-LINE
                                               WK-STD-NM
                                               WK-STD-KANA
                   GO  TO  S530-EX
           END-IF

           MOVE    ADM1-POST   TO      WK-IN-POST
           MOVE    ADM1-ADDR   TO      WK-IN-ADDR
           MOVE    SPACE       TO      WK-UPD-LINE
           STRING  "更新者="   DELIMITED BY SIZE
                   ADM1-UPD-OPID DELIMITED BY SIZE
                   " 更新日="  DELIMITED BY SIZE
                   ADM1-UPD-YMD DELIMITED BY SIZE
                   INTO    WK-UPD-LINE

      *    *** 登録後に廃止された郵便番号はここで分かる
           PERFORM S580-10     THRU    S580-EX
           .
       S530-EX.
           EXIT.

      *    *** 画面の区分+コードでマスターを読む(WK-FOUND=Y/N)
       S540-10.

           MOVE    "N"         TO      WK-FOUND
           IF      WK-IN-CODE  =       SPACE
                   GO  TO  S540-EX
           END-IF
           MOVE    WK-IN-KIND  TO      ADM1-KIND
           MOVE    WK-IN-CODE  TO      ADM1-CODE
           READ    ADM1-F
                   KEY ADM1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   MOVE    "Y"         TO      WK-FOUND
           END-READ
           .
       S540-EX.
           EXIT.

      *    *** 得意先/支払先の名称(WK-NAME-NM。マスターに無ければ空白)
       S545-10.

           MOVE    SPACE       TO      WK-NAME-NM
           EVALUATE TRUE
               WHEN WK-IN-KIND =       "C" AND WK-CRM1-OPEN = "Y"
                   MOVE    WK-IN-CODE  TO      CRM1-KEY
                   READ    CRM1-F
                           KEY CRM1-KEY
                       INVALID
                           CONTINUE
                       NOT INVALID
                           MOVE    CRM1-NAME   TO      WK-NAME-NM
                   END-READ
               WHEN WK-IN-KIND =       "P" AND WK-PYM1-OPEN = "Y"
                   MOVE    WK-IN-CODE  TO      PYM1-KEY
                   READ    PYM1-F
                           KEY PYM1-KEY
                       INVALID
                           CONTINUE
                       NOT INVALID
                           MOVE    PYM1-NAME   TO      WK-NAME-NM
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S545-EX.
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
                   MOVE    ADM1-REC    TO      WK-BEFORE
           END-IF

           EVALUATE TRUE
               WHEN WK-IN-KIND NOT =   "C" AND NOT = "P"
                   MOVE    "区分 NG(C/P)" TO   WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CODE =       SPACE
                   MOVE    "ｺｰﾄﾞ未入力" TO     WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  =       "A" AND WK-FOUND = "Y"
                   MOVE    "登録済みの住所" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  NOT =   "A" AND WK-FOUND = "N"
                   MOVE    "住所未登録" TO     WK-MSG-LINE
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
                   MOVE    WK-IN-KIND  TO      WK-AF-KIND
                   MOVE    WK-IN-CODE  TO      WK-AF-CODE
                   MOVE    WAD-POST7   TO      WK-AF-POST
                   MOVE    WK-IN-ADDR  TO      WK-AF-ADDR
                   MOVE    WK-OPID     TO      WK-AF-UPD-OPID
                   MOVE    WK-TODAY-YMD TO     WK-AF-UPD-YMD
                   IF      WK-IN-CMD   =       "C"     AND
                           WK-AFTER (1:78) =   WK-BEFORE (1:78)
                           MOVE    "変更なし"  TO      WK-MSG-LINE
                           GO  TO  S550-EX
                   END-IF
           END-IF

      *    *** 二人承認の保留へ積む
           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    WK-ADM1-F-NAME TO   WAP-TARGET
           MOVE    WK-IN-CMD   TO      WAP-TYPE
           MOVE    SPACE       TO      WAP-KEY
           MOVE    WK-IN-KIND  TO      WAP-KEY (1:1)
           MOVE    WK-IN-CODE  TO      WAP-KEY (2:10)
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
                   WK-IN-KIND  DELIMITED BY SIZE
                   WK-IN-CODE  DELIMITED BY SIZE
                   " SEQ="     DELIMITED BY SIZE
                   WAP-SEQ     DELIMITED BY SIZE
                   INTO    WSC-DETAIL
           MOVE    "LOG   "    TO      WSC-ID
           CALL    "SECCHK"    USING   WSC-SECCHK-AREA

      *    *** 町域だけの不一致は警告を残したまま申請する
           IF      WK-IN-CMD   NOT =   "D"     AND
                   WAD-REASON-CD =     "NT"
                   MOVE    SPACE       TO      WK-MSG-LINE
                   STRING  "町域不一致のまま承認待ちへ"
                                       DELIMITED BY SIZE
                           " SEQ="     DELIMITED BY SIZE
                           WAP-SEQ     DELIMITED BY SIZE
                           INTO    WK-MSG-LINE
                   GO  TO  S550-EX
           END-IF
           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "承認待ちへ登録 SEQ=" DELIMITED BY SIZE
                   WAP-SEQ     DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           .
       S550-EX.
           EXIT.

      *    *** 追加/変更の項目検査(郵便番号と住所はADDRCHKで)
       S560-10.

           MOVE    "Y"         TO      WK-VAL-NG

      *    *** 得意先/支払先がマスターに在る事(マスター未作成は通す)
           PERFORM S545-10     THRU    S545-EX
           IF      WK-NAME-NM  =       SPACE   AND
                 ( ( WK-IN-KIND = "C" AND WK-CRM1-OPEN = "Y" ) OR
                   ( WK-IN-KIND = "P" AND WK-PYM1-OPEN = "Y" ) )
                   MOVE    "ﾏｽﾀｰに無い得意先/支払先"
                                       TO      WK-MSG-LINE
                   GO  TO  S560-EX
           END-IF

           PERFORM S580-10     THRU    S580-EX
           IF      WAD-RESULT  NOT =   "Y"     AND
                   WAD-REASON-CD NOT = "NT"
                   GO  TO  S560-EX
           END-IF

           MOVE    "N"         TO      WK-VAL-NG
           .
       S560-EX.
           EXIT.

      *    *** 画面の郵便番号/住所でADDRCHKを呼び、標準表記と
      *    *** 不一致の理由を画面へ出す
       S580-10.

           MOVE    "CHECK "    TO      WAD-ID
           MOVE    WK-PCD1-F-NAME TO   WAD-F-NAME
           MOVE    WK-IN-POST  TO      WAD-POST
           MOVE    WK-IN-ADDR  TO      WAD-ADDR
           CALL    "ADDRCHK"   USING   WAD-ADDRCHK-AREA
           MOVE    "Y"         TO      WK-ADC-CALLED

           MOVE    WAD-STD     TO      WK-STD-NM
           MOVE    SPACE       TO      WK-STD-KANA
           STRING  WAD-PREF-K  DELIMITED BY SPACE
                   WAD-CITY-K  DELIMITED BY SPACE
                   WAD-TOWN-K  DELIMITED BY SPACE
                   INTO    WK-STD-KANA

           PERFORM S590-10     THRU    S590-EX
           MOVE    WK-NG-REASON TO     WK-MSG-LINE
           .
       S580-EX.
           EXIT.

      *    *** ADDRCHKの理由コードを文言へ(WK-NG-REASON)
       S590-10.

           MOVE    SPACE       TO      WK-NG-REASON
           EVALUATE WAD-REASON-CD
               WHEN SPACE
                   MOVE    "住所OK"    TO      WK-NG-REASON
               WHEN "PF"
                   MOVE    "郵便番号 NG(7桁数字)" TO WK-NG-REASON
               WHEN "NP"
                   MOVE    "未登録の郵便番号" TO WK-NG-REASON
               WHEN "AB"
                   STRING  "廃止された郵便番号 廃止日="
                                       DELIMITED BY SIZE
                           WAD-DEL-YMD DELIMITED BY SIZE
                           INTO    WK-NG-REASON
               WHEN "NA"
                   MOVE    "住所未入力" TO     WK-NG-REASON
               WHEN "NC"
                   MOVE    "市区町村が郵便番号と不一致"
                                       TO      WK-NG-REASON
               WHEN "NT"
                   MOVE    "町域が郵便番号と不一致"
                                       TO      WK-NG-REASON
               WHEN OTHER
                   MOVE    "郵便番号ﾏｽﾀｰ未作成(POSTLOAD)"
                                       TO      WK-NG-REASON
           END-EVALUATE
           .
       S590-EX.
           EXIT.

      *    *** APPLY: 承認済み適用トランザクションをマスターへ
       S600-10.

           MOVE    SPACE       TO      WK-TXN1-F-NAME
           STRING  WK-ADM1-F-NAME DELIMITED BY SPACE
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

           MOVE    TXN1-KEY (1:11) TO  ADM1-KEY
           EVALUATE TXN1-TYPE
               WHEN "A"
                   MOVE    TXN1-IMAGE  TO      ADM1-REC
                   WRITE   ADM1-REC
               WHEN "C"
                   READ    ADM1-F
                           KEY ADM1-KEY
                       INVALID
                           CONTINUE
                   END-READ
                   IF      WK-ADM1-STATUS =    ZERO
                           MOVE    TXN1-IMAGE  TO      ADM1-REC
                           REWRITE ADM1-REC
                   END-IF
               WHEN "D"
                   DELETE  ADM1-F
               WHEN OTHER
                   MOVE    99          TO      WK-ADM1-STATUS
           END-EVALUATE

           IF      WK-ADM1-STATUS =    ZERO
                   ADD     1           TO      WK-APPLY-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " APPLY ERROR " TXN1-TYPE
                           " " TXN1-KEY (1:11)
                           " STATUS=" WK-ADM1-STATUS
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

           MOVE    LOW-VALUE   TO      ADM1-KEY
           START   ADM1-F      KEY NOT <   ADM1-KEY
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

      *    *** LOAD 1行。住所の検査はCHECKで行う(区分だけ見る)
       S710-10.

           MOVE    SPACE       TO      ADM1-REC
           MOVE    PIN1-REC (1:78) TO  ADM1-REC (1:78)
           IF      ADM1-KIND   NOT =   "C" AND NOT = "P"
                   DISPLAY WK-PGM-NAME " LOAD ERROR " ADM1-KEY
                           " KIND NG"
                   ADD     1           TO      WK-ERR-CNT
                   GO  TO  S710-EX
           END-IF

           MOVE    "LOAD"      TO      ADM1-UPD-OPID
           MOVE    WK-TODAY-YMD TO     ADM1-UPD-YMD
           WRITE   ADM1-REC
           IF      WK-ADM1-STATUS =    ZERO
                   ADD     1           TO      WK-LOAD-CNT
           ELSE
                   DISPLAY WK-PGM-NAME
                           " LOAD ERROR " ADM1-KEY
                           " STATUS=" WK-ADM1-STATUS
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           .
       S710-EX.
           EXIT.

      *    *** POSTLOAD/POSTADD/POSTDEL: 郵便番号マスターの更新
       S750-10.

           IF      WK-PIN1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME
                           " " WK-MODE " ﾋｷｽｳ ﾌｿｸ"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF

      *    *** 取込める行が1件も無いファイルで全町域を廃止にしない
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
                           " " WK-MODE " 取込める行なし"
                           " ﾏｽﾀｰは変更しない"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF

           OPEN    I-O         PCD1-F
           IF      WK-PCD1-STATUS =    05      OR      35
                   OPEN    OUTPUT      PCD1-F
                   CLOSE   PCD1-F
                   OPEN    I-O         PCD1-F
           END-IF
           IF      WK-PCD1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PCD1-F OPEN ERROR STATUS="
                           WK-PCD1-STATUS
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S750-EX
           END-IF

           MOVE    WK-TODAY-YMD TO     WK-STAMP-YMD
           MOVE    WK-NOW-HMS (1:6) TO WK-STAMP-HMS
           MOVE    ZERO        TO      WK-LOAD-CNT
           MOVE    "N"         TO      WK-IN-PAREN
           OPEN    INPUT       PIN1-F
           MOVE    LOW-VALUE   TO      WK-PIN1-EOF
           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       PERFORM S760-10     THRU    S760-EX
                       EVALUATE TRUE
                           WHEN WK-CSV-OK NOT = "Y"
                               ADD     1           TO  WK-SKIP-CNT
                           WHEN WK-MODE = "POSTDEL"
                               PERFORM S790-10     THRU    S790-EX
                           WHEN OTHER
                               PERFORM S770-10     THRU    S770-EX
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE   PIN1-F

      *    *** 全件の取込みでは、今回のファイルに無かった町域を廃止に
           IF      WK-MODE     =       "POSTLOAD"
                   PERFORM S780-10     THRU    S780-EX
           END-IF
           CLOSE   PCD1-F

           DISPLAY WK-PGM-NAME " " WK-MODE " 追加=" WK-LOAD-CNT
                   " 更新=" WK-UPD-CNT " 廃止=" WK-DEL-CNT
           DISPLAY WK-PGM-NAME " " WK-MODE " 読飛し=" WK-SKIP-CNT
                   " 重複=" WK-DUP-CNT " ｴﾗｰ=" WK-ERR-CNT
           IF      WK-ERR-CNT  >       ZERO
                   MOVE    4           TO      RETURN-CODE
           END-IF

      *    *** 廃止/変更された郵便番号の住所を洗い出す
           PERFORM S800-10     THRU    S800-EX
           .
       S750-EX.
           EXIT.

      *    *** 郵便番号データ1行の分解(WK-CSV-OK=Y/N)。
      *    *** 町域の括弧書きを除き、複数行に分かれた括弧書きの
      *    *** 続きの行は読み飛ばす
       S760-10.

           MOVE    "N"         TO      WK-CSV-OK
           MOVE    SPACE       TO      WK-CSV-JIS
                                       WK-CSV-OLD
                                       WK-CSV-POST
                                       WK-CSV-PREF-K
                                       WK-CSV-CITY-K
                                       WK-CSV-TOWN-K
                                       WK-CSV-PREF
                                       WK-CSV-CITY
                                       WK-CSV-TOWN
           IF      PIN1-REC (1:1) =    "*"     OR
                   PIN1-REC    =       SPACE
                   GO  TO  S760-EX
           END-IF

           INSPECT PIN1-REC    REPLACING ALL '"' BY SPACE
           UNSTRING PIN1-REC   DELIMITED BY ","
                   INTO    WK-CSV-JIS
                           WK-CSV-OLD
                           WK-CSV-POST
                           WK-CSV-PREF-K
                           WK-CSV-CITY-K
                           WK-CSV-TOWN-K
                           WK-CSV-PREF
                           WK-CSV-CITY
                           WK-CSV-TOWN
           MOVE    TRIM(WK-CSV-JIS)       TO  WK-CSV-JIS
           MOVE    TRIM(WK-CSV-POST)      TO  WK-CSV-POST
           MOVE    TRIM(WK-CSV-PREF-K)    TO  WK-CSV-PREF-K
           MOVE    TRIM(WK-CSV-CITY-K)    TO  WK-CSV-CITY-K
           MOVE    TRIM(WK-CSV-TOWN-K)    TO  WK-CSV-TOWN-K
           MOVE    TRIM(WK-CSV-PREF)      TO  WK-CSV-PREF
           MOVE    TRIM(WK-CSV-CITY)      TO  WK-CSV-CITY
           MOVE    TRIM(WK-CSV-TOWN)      TO  WK-CSV-TOWN

           IF      WK-CSV-POST (1:7) NOT NUMERIC OR
                   WK-CSV-POST (8:) NOT = SPACE
                   GO  TO  S760-EX
           END-IF

      *    *** 前の行から続く括弧書きは、閉じ括弧の行まで読み飛ばす
           IF      WK-IN-PAREN =       "Y"
                   MOVE    ZERO        TO      WK-PAREN-CNT
                   INSPECT WK-CSV-TOWN TALLYING WK-PAREN-CNT
                           FOR ALL "）"
                   IF      WK-PAREN-CNT >      ZERO
                           MOVE    "N"         TO      WK-IN-PAREN
                   END-IF
                   GO  TO  S760-EX
           END-IF

      *    *** 括弧書き(「（１～１９丁目）」等)から後ろを除く
           MOVE    ZERO        TO      WK-PAREN-POS
           INSPECT WK-CSV-TOWN TALLYING WK-PAREN-POS
                   FOR CHARACTERS BEFORE INITIAL "（"
           IF      WK-PAREN-POS <      200
                   MOVE    ZERO        TO      WK-PAREN-CNT
                   INSPECT WK-CSV-TOWN TALLYING WK-PAREN-CNT
                           FOR ALL "）"
                   IF      WK-PAREN-CNT =      ZERO
                           MOVE    "Y"         TO      WK-IN-PAREN
                   END-IF
                   MOVE    SPACE       TO
                           WK-CSV-TOWN (WK-PAREN-POS + 1:)
           END-IF
           MOVE    ZERO        TO      WK-PAREN-POS
           INSPECT WK-CSV-TOWN-K TALLYING WK-PAREN-POS
                   FOR CHARACTERS BEFORE INITIAL "("
           IF      WK-PAREN-POS <      200
                   MOVE    SPACE       TO
                           WK-CSV-TOWN-K (WK-PAREN-POS + 1:)
           END-IF

      *    *** 町域の無い郵便番号(市区町村までで番地が続く)
           MOVE    ZERO        TO      WK-PAREN-CNT
           INSPECT WK-CSV-TOWN TALLYING WK-PAREN-CNT
                   FOR ALL "以下に掲載がない場合"
                       ALL "の次に番地がくる場合"
           IF      WK-PAREN-CNT >      ZERO
                   MOVE    SPACE       TO      WK-CSV-TOWN
                                               WK-CSV-TOWN-K
           END-IF

           MOVE    "Y"         TO      WK-CSV-OK
           .
       S760-EX.
           EXIT.

      *    *** 町域1件の登録。同じ郵便番号+市区町村+町域の町域が
      *    *** 在れば今回の内容で更新、無ければ次のSEQで追加する
       S770-10.

           MOVE    "N"         TO      WK-CLAIM
           MOVE    ZERO        TO      WK-MAX-SEQ
           MOVE    LOW-VALUE   TO      WK-PCD1-EOF
           MOVE    WK-CSV-POST (1:7) TO PCD1-POST
           MOVE    ZERO        TO      PCD1-SEQ
           START   PCD1-F      KEY NOT <   PCD1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PCD1-EOF
           END-START

           PERFORM UNTIL WK-PCD1-EOF = HIGH-VALUE
               READ    PCD1-F  NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PCD1-EOF
                   NOT AT  END
                       IF      PCD1-POST   NOT =   WK-CSV-POST (1:7)
                           MOVE    HIGH-VALUE TO WK-PCD1-EOF
                       ELSE
                           MOVE    PCD1-SEQ    TO      WK-MAX-SEQ
                           IF      PCD1-CITY   =       WK-CSV-CITY AND
                                   PCD1-TOWN   =       WK-CSV-TOWN
                               MOVE    HIGH-VALUE TO WK-PCD1-EOF
                               IF      PCD1-STAMP  =       WK-STAMP
                                   MOVE    "D"     TO      WK-CLAIM
                               ELSE
                                   MOVE    "Y"     TO      WK-CLAIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *    *** 括弧書きを除いて同じ町域になった行は1件にまとめる
           IF      WK-CLAIM    =       "D"
                   ADD     1           TO      WK-DUP-CNT
                   GO  TO  S770-EX
           END-IF

           IF      WK-CLAIM    =       "N"
                   IF      WK-MAX-SEQ  >=      99
                       DISPLAY WK-PGM-NAME " " WK-MODE " ERROR "
                               WK-CSV-POST (1:7) " SEQ OVER"
                       ADD     1           TO      WK-ERR-CNT
                       GO  TO  S770-EX
                   END-IF
                   MOVE    SPACE       TO      PCD1-REC
                   MOVE    WK-CSV-POST (1:7) TO PCD1-POST
                   COMPUTE PCD1-SEQ    =       WK-MAX-SEQ + 1
           END-IF

           MOVE    WK-CSV-JIS  TO      PCD1-JIS
           MOVE    WK-CSV-PREF-K TO    PCD1-PREF-K
           MOVE    WK-CSV-CITY-K TO    PCD1-CITY-K
           MOVE    WK-CSV-TOWN-K TO    PCD1-TOWN-K
           MOVE    WK-CSV-PREF TO      PCD1-PREF
           MOVE    WK-CSV-CITY TO      PCD1-CITY
           MOVE    WK-CSV-TOWN TO      PCD1-TOWN
           MOVE    "A"         TO      PCD1-STATE
           MOVE    WK-STAMP    TO      PCD1-STAMP
           MOVE    ZERO        TO      PCD1-DEL-YMD

           IF      WK-CLAIM    =       "Y"
                   REWRITE PCD1-REC
           ELSE
                   WRITE   PCD1-REC
           END-IF
           IF      WK-PCD1-STATUS =    ZERO
               IF      WK-CLAIM    =       "Y"
                   ADD     1           TO      WK-UPD-CNT
               ELSE
                   ADD     1           TO      WK-LOAD-CNT
               END-IF
           ELSE
                   DISPLAY WK-PGM-NAME " " WK-MODE " ERROR "
                           PCD1-KEY " STATUS=" WK-PCD1-STATUS
                   ADD     1           TO      WK-ERR-CNT
           END-IF
           .
       S770-EX.
           EXIT.

      *    *** POSTLOAD: 今回の印が無い有効な町域を廃止(D)にする
       S780-10.

           MOVE    LOW-VALUE   TO      WK-PCD1-EOF
           MOVE    LOW-VALUE   TO      PCD1-KEY
           START   PCD1-F      KEY NOT <   PCD1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PCD1-EOF
           END-START

           PERFORM UNTIL WK-PCD1-EOF = HIGH-VALUE
               READ    PCD1-F  NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PCD1-EOF
                   NOT AT  END
                       IF      PCD1-STATE  =       "A"     AND
                               PCD1-STAMP  NOT =   WK-STAMP
                           MOVE    "D"         TO      PCD1-STATE
                           MOVE    WK-TODAY-YMD TO     PCD1-DEL-YMD
                           REWRITE PCD1-REC
                           ADD     1           TO      WK-DEL-CNT
                       END-IF
               END-READ
           END-PERFORM
           .
       S780-EX.
           EXIT.

      *    *** POSTDEL 1行。同じ郵便番号+市区町村+町域を廃止(D)に
       S790-10.

           MOVE    "N"         TO      WK-CLAIM
           MOVE    LOW-VALUE   TO      WK-PCD1-EOF
           MOVE    WK-CSV-POST (1:7) TO PCD1-POST
           MOVE    ZERO        TO      PCD1-SEQ
           START   PCD1-F      KEY NOT <   PCD1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-PCD1-EOF
           END-START

           PERFORM UNTIL WK-PCD1-EOF = HIGH-VALUE
               READ    PCD1-F  NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PCD1-EOF
                   NOT AT  END
                       IF      PCD1-POST   NOT =   WK-CSV-POST (1:7)
                           MOVE    HIGH-VALUE TO WK-PCD1-EOF
                       ELSE
                           IF      PCD1-STATE  =       "A"     AND
                                   PCD1-CITY   =       WK-CSV-CITY AND
                                   PCD1-TOWN   =       WK-CSV-TOWN
                               MOVE    "D"         TO      PCD1-STATE
                               MOVE    WK-TODAY-YMD TO     PCD1-DEL-YMD
                               REWRITE PCD1-REC
                               ADD     1           TO      WK-DEL-CNT
                               MOVE    "Y"         TO      WK-CLAIM
                               MOVE    HIGH-VALUE TO WK-PCD1-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF      WK-CLAIM    =       "N"
                   ADD     1           TO      WK-SKIP-CNT
           END-IF
           .
       S790-EX.
           EXIT.

      *    *** CHECK: 全件の郵便番号/住所を検査し、NGを一覧。
      *    *** 住所の無い得意先/有効な支払先も一覧する
       S800-10.

           MOVE    LOW-VALUE   TO      WK-ADM1-EOF
           MOVE    LOW-VALUE   TO      ADM1-KEY
           START   ADM1-F      KEY NOT <   ADM1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-ADM1-EOF
           END-START

           PERFORM UNTIL WK-ADM1-EOF = HIGH-VALUE
               READ    ADM1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-ADM1-EOF
                   NOT AT  END
                       PERFORM S810-10     THRU    S810-EX
               END-READ
           END-PERFORM
           IF      WAD-REASON-CD =     "NG"
                   DISPLAY WK-PGM-NAME
                           " 郵便番号ﾏｽﾀｰ未作成"
                   MOVE    16          TO      RETURN-CODE
                   GO  TO  S800-EX
           END-IF

      *    *** 住所の無い得意先
           IF      WK-CRM1-OPEN =      "Y"
               MOVE    LOW-VALUE   TO      CRM1-KEY
               START   CRM1-F      KEY NOT <   CRM1-KEY
                   INVALID
                       MOVE    HIGH-VALUE  TO      WK-CRM1-EOF
               END-START
               PERFORM UNTIL WK-CRM1-EOF = HIGH-VALUE
                   READ    CRM1-F      NEXT
                       AT  END
                           MOVE    HIGH-VALUE TO WK-CRM1-EOF
                       NOT AT  END
                           MOVE    "C"         TO      ADM1-KIND
                           MOVE    CRM1-KEY    TO      ADM1-CODE
                           PERFORM S820-10     THRU    S820-EX
                   END-READ
               END-PERFORM
           END-IF

      *    *** 住所の無い有効な支払先
           IF      WK-PYM1-OPEN =      "Y"
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
                               MOVE    "P"         TO      ADM1-KIND
                               MOVE    PYM1-KEY    TO      ADM1-CODE
                               PERFORM S820-10     THRU    S820-EX
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           DISPLAY WK-PGM-NAME " CHECK NG=" WK-NG-CNT
                   " 住所なし=" WK-NOADR-CNT
           IF    ( WK-NG-CNT   >       ZERO    OR
                   WK-NOADR-CNT >      ZERO )  AND
                   RETURN-CODE <       4
                   MOVE    4           TO      RETURN-CODE
           END-IF
           .
       S800-EX.
           EXIT.

      *    *** CHECK 1件
       S810-10.

           MOVE    "CHECK "    TO      WAD-ID
           MOVE    WK-PCD1-F-NAME TO   WAD-F-NAME
           MOVE    ADM1-POST   TO      WAD-POST
           MOVE    ADM1-ADDR   TO      WAD-ADDR
           CALL    "ADDRCHK"   USING   WAD-ADDRCHK-AREA
           MOVE    "Y"         TO      WK-ADC-CALLED
           IF      WAD-REASON-CD =     "NG"
                   MOVE    HIGH-VALUE  TO      WK-ADM1-EOF
                   GO  TO  S810-EX
           END-IF

           IF      WAD-RESULT  NOT =   "Y"
                   PERFORM S110-10     THRU    S110-EX
                   PERFORM S590-10     THRU    S590-EX
                   DISPLAY WK-PGM-NAME " NG " WK-LST-LINE
                   DISPLAY WK-PGM-NAME "    " WAD-REASON-CD
                           " " WK-NG-REASON
                   IF      WAD-STD     NOT =   SPACE
                           DISPLAY WK-PGM-NAME "    標準="
                                   TRIM(WAD-STD)
                   END-IF
                   ADD     1           TO      WK-NG-CNT
           END-IF
           .
       S810-EX.
           EXIT.

      *    *** 住所マスターに ADM1-KIND+ADM1-CODE が在るか
       S820-10.

           READ    ADM1-F
                   KEY ADM1-KEY
               INVALID
                   DISPLAY WK-PGM-NAME " NO ADDRESS "
                           ADM1-KIND " " ADM1-CODE
                   ADD     1           TO      WK-NOADR-CNT
           END-READ
           .
       S820-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CLOSE   ADM1-F
           IF      WK-CRM1-OPEN =      "Y"
                   CLOSE   CRM1-F
           END-IF
           IF      WK-PYM1-OPEN =      "Y"
                   CLOSE   PYM1-F
           END-IF
           IF      WK-ADC-CALLED =     "Y"
                   MOVE    "CLOSE "    TO      WAD-ID
                   CALL    "ADDRCHK"   USING   WAD-ADDRCHK-AREA
           END-IF

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       ADM1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
