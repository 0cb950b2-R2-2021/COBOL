      *    *** 与信マスター保守(得意先毎の与信限度、リスク区分、
      *    *** 取引停止フラグ)
      *    *** 取引入力(TXNENTRY)は得意先毎にCRDCHKでこのマスター
      *    *** (CRDMST.DAT)を引き、売掛未決済残高+未計上バッチ+
      *    *** 今回分が与信限度を超える明細、取引停止の得意先の
      *    *** 明細をバッチに入れず、与信保留(APPROVEの保留、
      *    *** 対象TXNENTRY.HLD)へ回す。マスター未登録の得意先も
      *    *** 保留になる。
      *    *** 保守画面の変更は即時反映せず、二人承認(APPROVE)の
      *    *** 保留へ積み、承認後にAPPLYで取り込む。
      *    ***
      *    *** 起動引数:
      *    ***  LIST   : 得意先の一覧を表示する
      *    ***  SCREEN : 保守画面。SECCHKのサインオンとUPDATE権限が
      *    ***           必要。コマンド:
      *    ***            R = 得意先コードで呼出し  A = 追加申請
      *    ***            C = 変更申請  D = 削除申請  Q = 終了
      *    ***           申請はAPPRSUBで保留ファイルへ積む
      *    ***  APPLY  : APPROVE APPLY,CRDMST.DAT が作った
      *    ***           CRDMST.DAT.TXN をマスターへ適用する
      *    ***           (適用後は .TXN.OLD へ退避)
      *    ***  LOAD,ﾌｧｲﾙ名
      *    ***         : 初期移行用。マスターが空の時だけ、レコード
      *    ***           形式(先頭53桁)の順ファイルを一括登録する
      *    ***
      *    *** レコード(100桁):
      *    ***   得意先コード(10、左詰め) 得意先名(30)
      *    ***   与信限度(11、円。0=与信なし)
      *    ***   リスク区分(1) A=優良 B=普通 C=注意 D=要警戒
      *    ***   取引停止(1) Y=停止 N=取引可
      *    ***   更新者(8) 更新日(8) 予備(31)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CRDMST.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 与信マスター
           SELECT CRM1-F           ASSIGN   WK-CRM1-F-NAME
                               STATUS   WK-CRM1-STATUS
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY CRM1-KEY.

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

       FD  CRM1-F
           LABEL RECORDS ARE STANDARD.
       01  CRM1-REC.
           03  CRM1-KEY        PIC  X(010).
           03  CRM1-NAME       PIC  X(030).
           03  CRM1-LIMIT      PIC  9(011).
           03  CRM1-RISK       PIC  X(001).
           03  CRM1-BLOCK      PIC  X(001).
           03  CRM1-UPD-OPID   PIC  X(008).
           03  CRM1-UPD-YMD    PIC  9(008).
           03  FILLER          PIC  X(031).

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
           03  WK-PGM-NAME     PIC  X(008) VALUE "CRDMST  ".

           03  WK-CRM1-F-NAME  PIC  X(032) VALUE "CRDMST.DAT".
           03  WK-TXN1-F-NAME  PIC  X(040) VALUE SPACE.
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-CRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-TXN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-CRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
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

           03  WK-CMD          PIC  X(128) VALUE SPACE.

      *    *** 保守画面用
           03  WK-END          PIC  X(001) VALUE "N".
           03  WK-FOUND        PIC  X(001) VALUE "N".
           03  WK-VAL-NG       PIC  X(001) VALUE "N".
           03  WK-IN-CMD       PIC  X(001) VALUE SPACE.
           03  WK-IN-CUST      PIC  X(010) VALUE SPACE.
           03  WK-IN-NAME      PIC  X(030) VALUE SPACE.
           03  WK-IN-LIMIT     PIC  X(011) VALUE SPACE.
           03  WK-IN-RISK      PIC  X(001) VALUE SPACE.
           03  WK-IN-BLOCK     PIC  X(001) VALUE SPACE.
           03  WK-UPD-LINE     PIC  X(076) VALUE SPACE.
           03  WK-MSG-LINE     PIC  X(076) VALUE SPACE.
           03  WK-LIMIT        PIC  9(011) VALUE ZERO.

      *    *** 変更前/変更後イメージ(マスターのレコード形式)
           03  WK-BEFORE       PIC  X(100) VALUE SPACE.
           03  WK-AFTER.
             05  WK-AF-KEY     PIC  X(010) VALUE SPACE.
             05  WK-AF-NAME    PIC  X(030) VALUE SPACE.
             05  WK-AF-LIMIT   PIC  9(011) VALUE ZERO.
             05  WK-AF-RISK    PIC  X(001) VALUE SPACE.
             05  WK-AF-BLOCK   PIC  X(001) VALUE SPACE.
             05  WK-AF-UPD-OPID PIC X(008) VALUE SPACE.
             05  WK-AF-UPD-YMD PIC  9(008) VALUE ZERO.
             05  FILLER        PIC  X(031) VALUE SPACE.

      *    *** 一覧1行の編集
           03  WK-LST-LINE.
             05  WK-LST-CUST   PIC  X(010) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-NAME   PIC  X(030) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-LIMIT  PIC  ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-RISK   PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-BLOCK  PIC  X(001) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-OPID PIC X(008) VALUE SPACE.
             05  FILLER        PIC  X(001) VALUE SPACE.
             05  WK-LST-UPD-YMD PIC 9(008) VALUE ZERO.

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPSECCHK    REPLACING ==:##:== BY ==WSC==.

           COPY    CPAPPRSUB   REPLACING ==:##:== BY ==WAP==.

       SCREEN                  SECTION.
       01  CRDMST-SCREEN.
           03  LINE 01 COL 01  VALUE "CRDMST 与信マスター保守".
           03  LINE 02 COL 01  PIC X(076) FROM WK-UPD-LINE.
           03  LINE 03 COL 01  PIC X(076) FROM WK-MSG-LINE.
           03  LINE 05 COL 01  VALUE "得意先ｺｰﾄﾞ    :".
           03  LINE 05 COL 17  PIC X(010) USING WK-IN-CUST.
           03  LINE 06 COL 01  VALUE "得意先名      :".
           03  LINE 06 COL 17  PIC X(030) USING WK-IN-NAME.
           03  LINE 07 COL 01  VALUE "与信限度(円)  :".
           03  LINE 07 COL 17  PIC X(011) USING WK-IN-LIMIT.
           03  LINE 08 COL 01  VALUE "リスク区分    :".
           03  LINE 08 COL 17  PIC X(001) USING WK-IN-RISK.
           03  LINE 08 COL 20
               VALUE "A=優良 B=普通 C=注意 D=要警戒".
           03  LINE 09 COL 01  VALUE "取引停止      :".
           03  LINE 09 COL 17  PIC X(001) USING WK-IN-BLOCK.
           03  LINE 09 COL 20  VALUE "Y=停止 N=取引可".
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
                                       CRM1-REC

           ACCEPT  WK-TODAY-YMD FROM   DATE YYYYMMDD

           ACCEPT  WK-ARGUMENT-NUMBER FROM      ARGUMENT-NUMBER
           IF      WK-ARGUMENT-NUMBER >=  1
                   ACCEPT  WK-MODE     FROM    ARGUMENT-VALUE
           END-IF
           IF      WK-ARGUMENT-NUMBER >=  2
                   ACCEPT  WK-PIN1-F-NAME FROM ARGUMENT-VALUE
           END-IF

      *    *** マスターを開く(無ければ新規作成)
           OPEN    I-O         CRM1-F
           IF      WK-CRM1-STATUS =    05      OR      35
                   OPEN    OUTPUT      CRM1-F
                   CLOSE   CRM1-F
                   OPEN    I-O         CRM1-F
           END-IF
           IF      WK-CRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CRM1-F OPEN ERROR STATUS="
                           WK-CRM1-STATUS
                   STOP    RUN
           END-IF
           .
       S010-EX.
           EXIT.

      *    *** LIST: 得意先コード順に全件表示
       S100-10.

           DISPLAY WK-PGM-NAME
                   " CUSTOMER   NAME                          "
                   "          LIMIT R B UPD-OPID UPD-YMD"

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
                       MOVE    CRM1-KEY    TO      WK-LST-CUST
                       MOVE    CRM1-NAME   TO      WK-LST-NAME
                       MOVE    CRM1-LIMIT  TO      WK-LST-LIMIT
                       MOVE    CRM1-RISK   TO      WK-LST-RISK
                       MOVE    CRM1-BLOCK  TO      WK-LST-BLOCK
                       MOVE    CRM1-UPD-OPID TO    WK-LST-UPD-OPID
                       MOVE    CRM1-UPD-YMD TO     WK-LST-UPD-YMD
                       DISPLAY WK-PGM-NAME " " WK-LST-LINE
                       ADD     1           TO      WK-LIST-CNT
               END-READ
           END-PERFORM

           DISPLAY WK-PGM-NAME " 得意先数=" WK-LIST-CNT
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
           MOVE    "CRDMST  "  TO      WSC-PGM
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
           DISPLAY CRDMST-SCREEN
           ACCEPT  CRDMST-SCREEN

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

      *    *** R: 得意先コードで呼び出して画面へ出す
       S530-10.

           PERFORM S540-10     THRU    S540-EX
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "未登録の得意先" TO   WK-MSG-LINE
                   MOVE    SPACE       TO      WK-UPD-LINE
                   GO  TO  S530-EX
           END-IF

           MOVE    CRM1-NAME   TO      WK-IN-NAME
           MOVE    CRM1-LIMIT  TO      WK-IN-LIMIT
           MOVE    CRM1-RISK   TO      WK-IN-RISK
           MOVE    CRM1-BLOCK  TO      WK-IN-BLOCK
           MOVE    SPACE       TO      WK-UPD-LINE
           STRING  "更新者="   DELIMITED BY SIZE
                   CRM1-UPD-OPID DELIMITED BY SIZE
                   " 更新日="  DELIMITED BY SIZE
                   CRM1-UPD-YMD DELIMITED BY SIZE
                   INTO    WK-UPD-LINE
           .
       S530-EX.
           EXIT.

      *    *** 画面の得意先コードでマスターを読む(WK-FOUND=Y/N)
       S540-10.

           MOVE    "N"         TO      WK-FOUND
           IF      WK-IN-CUST  =       SPACE
                   GO  TO  S540-EX
           END-IF
           MOVE    WK-IN-CUST  TO      CRM1-KEY
           READ    CRM1-F
                   KEY CRM1-KEY
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
                   MOVE    CRM1-REC    TO      WK-BEFORE
           END-IF

           EVALUATE TRUE
               WHEN WK-IN-CUST =       SPACE
                   MOVE    "得意先ｺｰﾄﾞ未入力" TO
                           WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  =       "A" AND WK-FOUND = "Y"
                   MOVE    "登録済みの得意先" TO WK-MSG-LINE
                   GO  TO  S550-EX
               WHEN WK-IN-CMD  NOT =   "A" AND WK-FOUND = "N"
                   MOVE    "未登録の得意先" TO   WK-MSG-LINE
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
                   MOVE    WK-IN-CUST  TO      WK-AF-KEY
                   MOVE    WK-IN-NAME  TO      WK-AF-NAME
                   MOVE    WK-LIMIT    TO      WK-AF-LIMIT
                   MOVE    WK-IN-RISK  TO      WK-AF-RISK
                   MOVE    WK-IN-BLOCK TO      WK-AF-BLOCK
                   MOVE    WK-OPID     TO      WK-AF-UPD-OPID
                   MOVE    WK-TODAY-YMD TO     WK-AF-UPD-YMD
                   IF      WK-IN-CMD   =       "C"     AND
                           WK-AFTER (1:53) =   WK-BEFORE (1:53)
                           MOVE    "変更なし"  TO      WK-MSG-LINE
                           GO  TO  S550-EX
                   END-IF
           END-IF

      *    *** 二人承認の保留へ積む
           MOVE    "SUBMIT"    TO      WAP-ID
           MOVE    WK-CRM1-F-NAME TO   WAP-TARGET
           MOVE    WK-IN-CMD   TO      WAP-TYPE
           MOVE    WK-IN-CUST  TO      WAP-KEY
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
                   WK-IN-CUST  DELIMITED BY SIZE
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
      *    *** 与信限度は数字のみ。0は与信なし(入力は全件保留)
       S560-10.

           MOVE    "Y"         TO      WK-VAL-NG
           IF      WK-IN-BLOCK =       SPACE
                   MOVE    "N"         TO      WK-IN-BLOCK
           END-IF
           INSPECT WK-IN-RISK  CONVERTING "abcd" TO "ABCD"
           INSPECT WK-IN-BLOCK CONVERTING "yn" TO "YN"

           EVALUATE TRUE
               WHEN WK-IN-NAME =       SPACE
                   MOVE    "得意先名未入力" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-LIMIT =      SPACE
                   MOVE    "与信限度未入力" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN FUNCTION TRIM(WK-IN-LIMIT) IS NOT NUMERIC
                   MOVE    "与信限度 NG(数字のみ)" TO
                           WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-RISK NOT = "A" AND NOT = "B" AND NOT = "C"
                                 AND NOT = "D"
                   MOVE    "リスク区分 NG(A/B/C/D)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN WK-IN-BLOCK NOT = "Y" AND NOT = "N"
                   MOVE    "取引停止 NG(Y/N)" TO WK-MSG-LINE
                   GO  TO  S560-EX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE    FUNCTION NUMVAL(WK-IN-LIMIT) TO WK-LIMIT
           MOVE    "N"         TO      WK-VAL-NG
           .
       S560-EX.
           EXIT.

      *    *** APPLY: 承認済み適用トランザクションをマスターへ
       S600-10.

           MOVE    SPACE       TO      WK-TXN1-F-NAME
           STRING  WK-CRM1-F-NAME DELIMITED BY SPACE
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

           MOVE    TXN1-KEY (1:10) TO  CRM1-KEY
           EVALUATE TXN1-TYPE
               WHEN "A"
                   MOVE    TXN1-IMAGE  TO      CRM1-REC
                   WRITE   CRM1-REC
               WHEN "C"
                   READ    CRM1-F
                           KEY CRM1-KEY
                       INVALID
                           CONTINUE
                   END-READ
                   IF      WK-CRM1-STATUS =    ZERO
                           MOVE    TXN1-IMAGE  TO      CRM1-REC
                           REWRITE CRM1-REC
                   END-IF
               WHEN "D"
                   DELETE  CRM1-F
               WHEN OTHER
                   MOVE    99          TO      WK-CRM1-STATUS
           END-EVALUATE

           IF      WK-CRM1-STATUS =    ZERO
                   ADD     1           TO      WK-APPLY-CNT
           ELSE
                   DISPLAY WK-PGM-NAME " APPLY ERROR " TXN1-TYPE
                           " " TXN1-KEY (1:10)
                           " STATUS=" WK-CRM1-STATUS
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

           MOVE    LOW-VALUE   TO      CRM1-KEY
           START   CRM1-F      KEY NOT <   CRM1-KEY
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
                           MOVE    SPACE       TO      CRM1-REC
                           MOVE    PIN1-REC (1:53) TO  CRM1-REC (1:53)
                           IF      CRM1-BLOCK  =       SPACE
                                   MOVE    "N"     TO  CRM1-BLOCK
                           END-IF
                           MOVE    "LOAD"      TO      CRM1-UPD-OPID
                           MOVE    WK-TODAY-YMD TO     CRM1-UPD-YMD
                           WRITE   CRM1-REC
                           IF      WK-CRM1-STATUS =    ZERO
                                   ADD     1       TO  WK-LOAD-CNT
                           ELSE
                                   DISPLAY WK-PGM-NAME
                                           " LOAD ERROR " CRM1-KEY
                                           " STATUS=" WK-CRM1-STATUS
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

           CLOSE   CRM1-F

           MOVE    "C"         TO      WFD-ID
           CALL    "FILEDUMP"  USING   WFD-FILEDUMP-AREA
                                       CRM1-REC

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
           .
       S900-EX.
           EXIT.
