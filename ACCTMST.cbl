      *    *** 勘定科目マスター保守(集計用の親子階層付き)
      *    *** BALROLL/GLPOSTが計上先として許す勘定を、インデックス
      *    *** マスター(ACCTMST.DAT)で管理する。取引ファイルの
      *    *** 打ち間違いで残高マスターに新しい勘定ができない様、
      *    *** 計上側はACCTCHKでこのマスターを引き、未登録/無効の
      *    *** 勘定をリジェクトする。
      *    *** 保守画面の変更は即時反映せず、二人承認(APPROVE)の
      *    *** 保留へ積み、承認後にAPPLYで取り込む。
      *    ***
      *    *** 起動引数:
      *    ***  LIST   : 勘定の一覧を表示する
      *    ***  SCREEN : 保守画面。SECCHKのサインオンとUPDATE権限が
      *    ***           必要。コマンド:
      *    ***            R = 勘定コードで呼出し  A = 追加申請
      *    ***            C = 変更申請  D = 削除申請  Q = 終了
      *    ***           申請はAPPRSUBで保留ファイルへ積む
      *    ***  APPLY  : APPROVE APPLY,ACCTMST.DAT が作った
      *    ***           ACCTMST.DAT.TXN をマスターへ適用する
      *    ***           (適用後は .TXN.OLD へ退避)
      *    ***  LOAD,ﾌｧｲﾙ名
      *    ***         : 初期移行用。マスターが空の時だけ、レコード
      *    ***           形式(先頭57桁)の順ファイルを一括登録する
      *    ***
      *    *** レコード(100桁):
      *    ***   勘定コード(8) 名称(30)
      *    ***   勘定区分(1) A=資産 L=負債 E=純資産 R=収益 X=費用
      *    ***   正常残高側(1) D=借方 C=貸方
      *    ***   親勘定(8、空白=最上位) 有効区分(1) A=有効 I=無効
      *    ***   更新者(8) 更新日(8) 予備(35)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ACCTMST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 勘定科目マスター
           SELECT ACM1-F           ASSIGN   WK-ACM1-F-NAME
                               STATUS   WK-ACM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ACM1-KEY.

      *    *** 承認済み適用トランザクション(APPROVE APPLYの出力)
           SELECT TXN1-F           ASSIGN   WK-TXN1-F-NAME
                               STATUS   WK-TXN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 初期移行ファイル
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

       DATA                    DIVISION.
       FILE                    SECTION.

       FD  ACM1-F
           LABEL RECORDS ARE STANDARD.
       01  ACM1-REC.
           03  ACM1-KEY        PIC  X(008).
           03  ACM1-NAME       PIC  X(030).
           03  ACM1-TYPE       PIC  X(001).
           03  ACM1-SIDE       PIC  X(001).
           03  ACM1-PARENT     PIC  X(008).
           03  ACM1-ACTIVE     PIC  X(001).
           03  ACM1-UPD-OPID   PIC  X(008).
           03  ACM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(035).

       FD  TXN1-F
           LABEL RECORDS ARE STANDARD.
       01  TXN1-REC.
           03  TXN1-TYPE       PIC  X(001).
           03  TXN1-KEY        PIC  X(020).
           03  TXN1-IMAGE      PIC  X(100).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD.
       01  PIN1-REC.
           03  FILLER          PIC  X(100).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "ACCTMST ".

           03  WK-ACM1-F-NAME  PIC  X(032) VALUE "ACCTMST.DAT".
           03  WK-TXN1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-ACM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-ACM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-TXN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.
           03  WK-MODE         PIC  X(006) VALUE SPACE.
           03  WK-OPID         PIC  X(008) VALUE SPACE.
           03  WK-TODAY-YMD    PIC  9(008) VALUE ZERO.

           03  WK-LIST-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-APPLY-CNT    BINARY-LONG SYNC VALUE ZERO.
           03  WK-ERR-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-LOAD-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-DEPTH        BINARY-LONG SYNC VALUE ZERO.

           03  WK-CMD          PIC  X(128) VALUE SPACE.

      *    *** 保守画面用
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-FOUND        PIC  X(001) VALUE "N".
           03  WK-VAL-NG       PIC  X(001) VALUE "N".
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-ACCT      PIC  X(008) VALUE SPACE.
           03  WK-IN-NAME      PIC  X(030) VALUE SPACE.
           03  WK-IN-TYPE      PIC  X(001) VALUE SPACE.
           03  WK-IN-SIDE      PIC  X(001) VALUE SPACE.
           03  WK-IN-PARENT    PIC  X(008) VALUE SPACE.
           03  WK-IN-ACTIVE    PIC  X(001) VALUE SPACE.
           03  WK-UPD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-PARENT       PIC  X(008) VALUE SPACE.

      *    *** 変更前/変更後イメージ(マスターのレコード形式)
           03  WK-BEFORE       PIC  X(100) VALUE SPACE.
           03  WK-AFTER.
             05  WK-AF-KEY     PIC  X(008) VALUE SPACE.
             05  WK-AF-NAME    PIC  X(030) VALUE SPACE.
             05  WK-AF-TYPE    PIC  X(001) VALUE SPACE.
             05  WK-AF-SIDE    PIC  X(001) VALUE SPACE.
             05  WK-AF-PARENT  PIC  X(008) VALUE SPACE.
             05  WK-AF-ACTIVE  PIC  X(001) VALUE SPACE.
             05  WK-AF-UPD-OPID PIC X(008) VALUE SPACE.
             05  WK-AF-UPD-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(035) VALUE SPACE.

      *    *** 一覧1行の編集
           03  WK-LST-LINE.
             05  WK-LST-ACCT   PIC  X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-NAME   PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-TYPE   PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-SIDE   PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-PARENT PIC  X(008) VALUE SPACE.
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

       SCREEN                  SECTION.
       01  ACCTMST-SCREEN.
           03  LINE 01 COL 01  VALUE "ACCTMST 勘定科目保守".
           03  LINE 02 COL 01  PIC X(076) FROM WK-UPD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "勘定ｺｰﾄﾞ(8)   :".
           03  LINE 05 COL 17  PIC X(008) USING WK-IN-ACCT.
           03  LINE 06 COL 01  VALUE "名称          :".
           03  LINE 06 COL 17  PIC X(030) USING WK-IN-NAME.
           03  LINE 07 COL 01  VALUE "勘定区分      :".
           03  LINE 07 COL 17  PIC X(001) USING WK-IN-TYPE.
           03  LINE 07 COL 20
               VALUE "A=資産 L=負債 E=純資産 R=収益 X=費用".
           03  LINE 08 COL 01  VALUE "正常残高側    :".
           03  LINE 08 COL 17  PIC X(001) USING WK-IN-SIDE.
           03  LINE 08 COL 20  VALUE "D=借方 C=貸方".
           03  LINE 09 COL 01  VALUE "親勘定        :".
           03  LINE 09 COL 17  PIC X(008) USING WK-IN-PARENT.
           03  LINE 10 COL 01  VALUE "有効区分      :".
           03  LINE 10 COL 17  PIC X(001) USING WK-IN-ACTIVE.
           03  LINE 10 COL 20  VALUE "A=有効 I=無効".
           03  LINE 12 COL 01
               VALUE "R=呼出 A=追加 C=変更 D=削除 Q=終了".
           03  LINE 13 COL 01  VALUE "CMD           :".
           03  LINE 13 COL 17  PIC X(001) USING WK-IN-CMD.

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
               WHEN OTHER
                   DISPLAY WK-PGM-NAME
                           " ARG-1=LIST/SCREEN/APPLY/LOAD"
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
                                       ACM1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PIN1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** マスターを開く(無ければ新規作成)
           OPEN    I-O         ACM1-F
           IF      WK-ACM1-STATUS =    05      OR      35
                   OPEN    OUTPUT      ACM1-F
                   CLOSE   ACM1-F
                   OPEN    I-O         ACM1-F
           END-IF
           IF      WK-ACM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " ACM1-F OPEN ERROR STATUS="
                           WK-ACM1-STATUS
                   STOP    RUN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** LIST: 勘定コード順に全件表示
       S100-10.

           DISPLAY WK-PGM-NAME
                   " ACCOUNT  NAME                           T S"
                   " PARENT   A UPD-OPID UPD-YMD"

           MOVE    LOW-VALUE   TO      ACM1-KEY
           START   ACM1-F      KEY NOT <   ACM1-KEY
               INVALID
                   MOVE    HIGH-VALUE  TO      WK-ACM1-EOF
           END-START

           PERFORM UNTIL WK-ACM1-EOF = HIGH-VALUE
               READ    ACM1-F      NEXT
                   AT  END
                       MOVE    HIGH-VALUE TO WK-ACM1-EOF
                   NOT AT  END
                       MOVE    ACM1-KEY    TO      WK-LST-ACCT
                       MOVE    ACM1-NAME   TO      WK-LST-NAME
                       MOVE    ACM1-TYPE   TO      WK-LST-TYPE
                       MOVE    ACM1-SIDE   TO      WK-LST-SIDE
                       MOVE    ACM1-PARENT TO      WK-LST-PARENT
                       MOVE    ACM1-ACTIVE TO      WK-LST-ACTIVE
                       MOVE    ACM1-UPD-OPID TO    WK-LST-UPD-OPID
                       MOVE    ACM1-UPD-YMD TO     WK-LST-UPD-YMD
                       DISPLAY WK-PGM-NAME " " WK-LST-LINE
                       ADD     1           TO      WK-LIST-CNT
               END-READ
           END-PERFORM

           DISPLAY WK-PGM-NAME " 勘定数=" WK-LIST-CNT
           .
       S100-EX.
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
           MOVE    "ACCTMST "  TO      WSC-PGM
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
           DISPLAY ACCTMST-SCREEN
           ACCEPT  ACCTMST-SCREEN

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

      *    *** R: 勘定コードで呼び出して画面へ出す
       S530-10.

           PERFORM S540-10     THRU    S540-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "未登録の勘定" TO   WK-MSG-LINE
                   MOVE    SPACE       TO      WK-UPD-LINE
                   GO  TO  S530-EX
           END-IF

           MOVE    ACM1-NAME   TO      WK-IN-NAME
           MOVE    ACM1-TYPE   TO      WK-IN-TYPE
           MOVE    ACM1-SIDE   TO      WK-IN-SIDE
           MOVE    ACM1-PARENT TO      WK-IN-PARENT
           MOVE    ACM1-ACTIVE TO      WK-IN-ACTIVE
           MOVE    SPACE       TO      WK-UPD-LINE
           STRING  "更新者="   DELIMITED BY SIZE
                   ACM1-UPD-OPID DELIMITED BY SIZE
                   " 更新日="  DELIMITED BY SIZE
                   ACM1-UPD-YMD DELIMITED BY SIZE
                   INTO    WK-UPD-LINE
           .
       S530-EX.
           EXIT.

      *    *** 画面の勘定コードでマスターを読む(WK-FOUND=Y/N)
       S540-10.

           MOVE    "N"         TO      WK-FOUND
           IF      WK-IN-ACCT  =       SPACE
                   GO  TO  S540-EX
           END-IF
           MOVE    WK-IN-ACCT  TO      ACM1-KEY
           READ    ACM1-F
                   KEY ACM1-KEY
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
                   MOVE    ACM1-REC    TO      WK-BEFORE
           END-IF

           EVALUATE TRUE
               WHEN WK-IN-ACCT =       SPACE
                   MOVE    "勘定ｺｰﾄﾞ未入力" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  =       "A" AND WK-FOUND = "Y"
                   MOVE    "登録済みの勘定" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  NOT =   "A" AND WK-FOUND = "N"
                   MOVE    "未登録の勘定" TO   WK-MSG-LINE
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
                   MOVE    WK-IN-ACCT  TO      WK-AF-KEY
                   MOVE    WK-IN-NAME  TO      WK-AF-NAME
                   MOVE    WK-IN-TYPE  TO      WK-AF-TYPE
                   MOVE    WK-IN-SIDE  TO      WK-AF-SIDE
                   MOVE    WK-IN-PARENT TO     WK-AF-PARENT
                   MOVE    WK-IN-ACTIVE TO     WK-AF-ACTIVE
                   MOVE    WK-OPID     TO      WK-AF-UPD-OPID
                   MOVE    WK-TODAY-YMD TO     WK-AF-UPD-YMD
                   IF      WK-IN-CMD   =       "C"     AND
                           WK-AFTER (1:49) =   WK-BEFORE (1:49)
                           MOVE    "変更なし"  TO      WK-MSG-LINE
                           GO  TO  S550-EX
                   END-IF
           END-IF

      *    *** 二人承認の保留へ積む
           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    WK-ACM1-F-NAME TO   WAP-TARGET
           MOVE    WK-IN-CMD   TO      WAP-TYPE
           MOVE    WK-IN-ACCT  TO      WAP-KEY
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
                   WK-IN-ACCT  DELIMITED BY SIZE
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
           INSPECT WK-IN-TYPE  CONVERTING "alerxdci" TO "ALERXDCI"
           INSPECT WK-IN-SIDE  CONVERTING "dc" TO "DC"
           INSPECT WK-IN-ACTIVE CONVERTING "ai" TO "AI"

           EVALUATE TRUE
               WHEN WK-IN-NAME =       SPACE
                   MOVE    "名称未入力" TO     WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-TYPE NOT = "A" AND NOT = "L" AND NOT = "E"
                                 AND NOT = "R" AND NOT = "X"
                   MOVE    "勘定区分 NG(A/L/E/R/X)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-SIDE NOT = "D" AND NOT = "C"
                   MOVE    "正常残高側 NG(D/C)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-ACTIVE NOT = "A" AND NOT = "I"
                   MOVE    "有効区分 NG(A/I)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-PARENT =     WK-IN-ACCT
                   MOVE    "親勘定が自分自身" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    *** 親勘定は登録済みで、辿っても自分に戻らない事
      *    *** (集計階層の循環防止、20階層まで)
           MOVE    WK-IN-PARENT TO     WK-PARENT
           MOVE    ZERO        TO      WK-DEPTH
           PERFORM UNTIL WK-PARENT = SPACE
               IF      WK-PARENT   =       WK-IN-ACCT  OR
                       WK-DEPTH    >=      20
                       MOVE    "親勘定が循環" TO   WK-MSG-LINE
                       GO  TO  S560-EX
               END-IF
               MOVE    WK-PARENT   TO      ACM1-KEY
               READ    ACM1-F
                       KEY ACM1-KEY
                   INVALID
                       MOVE    SPACE       TO      WK-MSG-LINE
                       STRING  "親勘定が未登録 "
                                           DELIMITED BY SIZE
                               WK-PARENT   DELIMITED BY SIZE
                               INTO    WK-MSG-LINE
                       GO  TO  S560-EX
               END-READ
               MOVE    ACM1-PARENT TO      WK-PARENT
               ADD     1           TO      WK-DEPTH
           END-PERFORM

           MOVE    "N"         TO      WK-VAL-NG
           .
       S560-EX.
           EXIT.

      *    *** APPLY: 承認済み適用トランザクションをマスターへ
       S600-10.

           MOVE    SPACE       TO      WK-TXN1-F-NAME
           STRING  WK-ACM1-F-NAME DELIMITED BY SPACE
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

           MOVE    TXN1-KEY (1:8) TO   ACM1-KEY
           EVALUATE TXN1-TYPE
               WHEN "A"
                   MOVE    TXN1-IMAGE  TO      ACM1-REC
                   WRITE   ACM1-REC
               WHEN "C"
                   READ    ACM1-F
                           KEY ACM1-KEY
                       INVALID
                           CONTINUE
                   END-READ
                   IF      WK-ACM1-STATUS =    ZERO
                           MOVE    TXN1-IMAGE  TO      ACM1-REC
                           REWRITE ACM1-REC
                   END-IF
               WHEN "D"
                   DELETE  ACM1-F
               WHEN OTHER
                   MOVE    99          TO      WK-ACM1-STATUS
           END-EVALUATE

           IF      WK-ACM1-STATUS =    ZERO
                   ADD     1           TO      WK-APPLY-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " APPLY ERROR " TXN1-TYPE
                           " " TXN1-KEY (1:8)
                           " STATUS=" WK-ACM1-STATUS
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

           MOVE    LOW-VALUE   TO      ACM1-KEY
           START   ACM1-F      KEY NOT <   ACM1-KEY
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
                           MOVE    SPACE       TO      ACM1-REC
                           MOVE    PIN1-REC (1:57) TO  ACM1-REC (1:57)
                           IF      ACM1-ACTIVE =       SPACE
                                   MOVE    "A"     TO  ACM1-ACTIVE
                           END-IF
                           MOVE    "LOAD"      TO      ACM1-UPD-OPID
                           MOVE    WK-TODAY-YMD TO     ACM1-UPD-YMD
                           WRITE   ACM1-REC
                           IF      WK-ACM1-STATUS =    ZERO
                                   ADD     1       TO  WK-LOAD-CNT
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " LOAD ERROR " ACM1-KEY
                                           " STATUS=" WK-ACM1-STATUS
                                   ADD     1       TO  WK-ERR-CNT
                           END-IF
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

      *    *** CLOSE
       S900-10.

           CLOSE   ACM1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       ACM1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
