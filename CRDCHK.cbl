      *    *** 与信チェック サブルーチン(取引入力が得意先毎に呼ぶ)
      *    *** 与信マスター(CRDMST.DAT、CRDMSTが保守する)の与信限度
      *    *** に対し、次の合計(与信残高)が超えないかを判定する。
      *    ***   ・売掛未決済残高: AGERPTのPRM1(F-IN/DT=/KEY=1/AMT=)
      *    ***     の未決済明細(CASHAPPが消込んで世代を進める)を
      *    ***     得意先(KEY1)毎に合計
      *    ***   ・未計上バッチ: 入力バッチ(TXNENTRY.POT1)のヘッダー
      *    ***     (会社コード+日付+バッチ番号)が計上済みバッチ
      *    ***     登録簿(GLPOST.REG)に無ければ、その明細を得意先毎に
      *    ***     合計
      *    ***   ・今回分: 呼出し側が渡す金額
      *    *** 取引停止(BLOCK=Y)、与信マスター未登録、残高が
      *    *** 求められない(PRM1/未決済明細の読込みエラー)時も
      *    *** RESULT=Nとし、呼出し側は明細を保留へ回すこと。
      *    *** 未決済明細と未計上バッチは初回呼出しで読み、以後は
      *    *** 表を使う(入力中の明細は呼出し側が今回分に含める)

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             CRDCHK.

       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.

      *    *** 与信マスター(CRDMSTが保守する)
           SELECT CRM1-F           ASSIGN   WK-CRM1-F-NAME
                               STATUS   WK-CRM1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY CRM1-KEY.

      *    *** AGERPTのPRM1
           SELECT PRM1-F           ASSIGN   WK-PRM1-F-NAME
                               STATUS   WK-PRM1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 売掛未決済明細(AGERPTのPIN1)
           SELECT PIN1-F           ASSIGN   WK-PIN1-F-NAME
                               STATUS   WK-PIN1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 入力バッチ(TXNENTRYの出力)
           SELECT BAT1-F           ASSIGN   WK-BAT1-F-NAME
                               STATUS   WK-BAT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 計上済みバッチ登録簿(GLPOSTが作る)
           SELECT REG1-F           ASSIGN   WK-REG1-F-NAME
                               STATUS   WK-REG1-STATUS
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY REG1-KEY.

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

       FD  PRM1-F
           LABEL RECORDS ARE STANDARD.
       01  PRM1-REC.
           03  FILLER          PIC  X(128).

       FD  PIN1-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-PIN1-LEN.
       01  PIN1-REC.
           03  FILLER          PIC  X(32760).

       FD  BAT1-F
           LABEL RECORDS ARE STANDARD.
       01  BAT1-REC.
           03  BAT1-ID         PIC  X(001).
           03  BAT1-BODY       PIC  X(059).
           03  BAT1-H          REDEFINES BAT1-BODY.
             05  BAT1-H-YMD    PIC  X(008).
             05  BAT1-H-NO     PIC  X(004).
             05  FILLER        PIC  X(047).
           03  BAT1-D          REDEFINES BAT1-BODY.
             05  BAT1-D-CODE   PIC  X(004).
             05  BAT1-D-DATE   PIC  X(008).
             05  BAT1-D-AMT    PIC  X(010).
             05  FILLER        PIC  X(037).

       FD  REG1-F
           LABEL RECORDS ARE STANDARD.
       01  REG1-REC.
           03  REG1-KEY.
             05  REG1-CO       PIC  X(004).
             05  REG1-YMD      PIC  9(008).
             05  REG1-NO       PIC  9(004).
           03  REG1-POST-YMD   PIC  9(008).
           03  REG1-CNT        PIC  9(005).
           03  REG1-TOTAL      PIC  9(011).
           03  REG1-JRNL       PIC  X(032).

       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "CRDCHK  ".

           03  WK-CRM1-F-NAME  PIC  X(032) VALUE "CRDMST.DAT".
           03  WK-PRM1-F-NAME  PIC  X(032) VALUE "AGERPT.PRM1".
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE "FILEDTCR.POT1".
           03  WK-BAT1-F-NAME  PIC  X(032) VALUE "TXNENTRY.POT1".
           03  WK-REG1-F-NAME  PIC  X(032) VALUE "GLPOST.REG".

           03  WK-CRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-BAT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-REG1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-BAT1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.

      *    *** 初回の読込み済み、残高が求められない
           03  WK-OPENED       PIC  X(001) VALUE "N".
           03  WK-LOAD-NG      PIC  X(001) VALUE "N".
      *    *** 入力バッチが未計上(GLPOST.REGに無い)
           03  WK-UNPOSTED     PIC  X(001) VALUE "N".

      *    *** 未決済明細の項目位置(AGERPTのDT=/KEY=1/AMT=)
           03  WK-KEY-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-KEY-L        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-IX       BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-P        BINARY-LONG SYNC VALUE ZERO.
           03  WK-AMT-L        BINARY-LONG SYNC VALUE ZERO.

           03  WK-ZSU-X        PIC  X(011) VALUE ZERO.
           03  WK-ZSU          REDEFINES WK-ZSU-X
                               PIC S9(011).
           03  WK-BAT-AMT-X    PIC  X(010) VALUE ZERO.
           03  WK-BAT-AMT      REDEFINES WK-BAT-AMT-X
                               PIC  9(010).
           03  WK-KEY1         PIC  X(010) VALUE SPACE.

           03  WK-PIN1-CNT     PIC  9(006) VALUE ZERO.
           03  WK-SKIP-CNT     PIC  9(006) VALUE ZERO.
           03  WK-BAT-CNT      PIC  9(006) VALUE ZERO.

           03  WK-PRM01        PIC  X(010) VALUE SPACE.
           03  WK-PRM02        PIC  X(032) VALUE SPACE.
           03  WK-PRM03        PIC  X(010) VALUE SPACE.
           03  WK-PRM04        PIC  X(010) VALUE SPACE.
           03  WK-PRM05        PIC  X(010) VALUE SPACE.
           03  WK-PRM06        PIC  X(010) VALUE SPACE.
           03  WK-PRM07        PIC  X(010) VALUE SPACE.
           03  WK-PRM08        PIC  X(010) VALUE SPACE.
           03  WK-PRM09        PIC  X(010) VALUE SPACE.
           03  WK-PRM10        PIC  X(010) VALUE SPACE.

           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  I4              BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.
           03  N               BINARY-LONG SYNC VALUE ZERO.

      *    *** DT=NN 項目(AGERPTと同じ、使う要素のみ)
       01  TBL-AREA.
           03  TBL01-AREA      OCCURS 20.
             05  TBL01-DT-P    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-L    BINARY-LONG SYNC VALUE ZERO.
             05  TBL01-DT-TYPE PIC  X(002) VALUE SPACE.
             05  TBL01-DT-SUM  PIC  X(001) VALUE SPACE.

      *    *** 得意先別の売掛未決済残高/未計上金額(最大3000)
       01  CUS-TBL-AREA.
           03  WK-CUS-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  WK-CUS-TBL      OCCURS 3000.
             05  WK-CU-KEY     PIC  X(010) VALUE SPACE.
             05  WK-CU-AR      PIC S9(011) VALUE ZERO.
             05  WK-CU-UNP     PIC  9(011) VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPCRDCHK    REPLACING ==:##:== BY ==LCR==.

       PROCEDURE   DIVISION    USING   LCR-CRDCHK-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LCR-STATE
                                       LCR-RISK
                                       LCR-BLOCK
           MOVE    ZERO        TO      LCR-LIMIT
                                       LCR-OPEN-AR
                                       LCR-UNPOSTED
           MOVE    LCR-AMT     TO      LCR-EXPOSURE
           MOVE    "N"         TO      LCR-RESULT

      *    *** 初回呼出しでマスターを開き、残高の表を作る
           IF      WK-OPENED   NOT =   "Y"
                   PERFORM S100-10     THRU    S100-EX
                   MOVE    "Y"         TO      WK-OPENED
           END-IF

           IF      WK-CRM1-STATUS NOT =  ZERO
                   MOVE    "NG"        TO      LCR-REASON-CD
                   MOVE    "CRDMST OPEN ERROR" TO LCR-REASON
                   GO  TO  M100-EX
           END-IF

           MOVE    LCR-CUST    TO      CRM1-KEY
           READ    CRM1-F
                   KEY CRM1-KEY
               INVALID
                   MOVE    "NM"        TO      LCR-REASON-CD
                   MOVE    "NO CREDIT MASTER"  TO  LCR-REASON
                   GO  TO  M100-EX
           END-READ

           MOVE    "Y"         TO      LCR-STATE
           MOVE    CRM1-LIMIT  TO      LCR-LIMIT
           MOVE    CRM1-RISK   TO      LCR-RISK
           MOVE    CRM1-BLOCK  TO      LCR-BLOCK

      *    *** 与信残高 = 売掛未決済残高 + 未計上 + 今回分
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-CUS-CNT
                      OR WK-CU-KEY (K) = LCR-CUST
               CONTINUE
           END-PERFORM
           IF      K           <=      WK-CUS-CNT
                   MOVE    WK-CU-AR (K) TO     LCR-OPEN-AR
                   MOVE    WK-CU-UNP (K) TO    LCR-UNPOSTED
           END-IF
           COMPUTE LCR-EXPOSURE = LCR-OPEN-AR + LCR-UNPOSTED
                                + LCR-AMT

           EVALUATE TRUE
               WHEN CRM1-BLOCK =       "Y"
                   MOVE    "BK"        TO      LCR-REASON-CD
                   MOVE    "CREDIT BLOCK"      TO  LCR-REASON
               WHEN WK-LOAD-NG =       "Y"
                   MOVE    "NG"        TO      LCR-REASON-CD
                   MOVE    "EXPOSURE UNKNOWN"  TO  LCR-REASON
               WHEN LCR-EXPOSURE >     CRM1-LIMIT
                   MOVE    "OV"        TO      LCR-REASON-CD
                   MOVE    "OVER CREDIT LIMIT" TO  LCR-REASON
               WHEN OTHER
                   MOVE    "Y"         TO      LCR-RESULT
                   MOVE    SPACE       TO      LCR-REASON-CD
                                               LCR-REASON
           END-EVALUATE
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 初回: マスターのオープン、未決済明細と未計上バッチ
       S100-10.

           OPEN    INPUT       CRM1-F
           IF      WK-CRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " CRM1-F OPEN ERROR STATUS="
                           WK-CRM1-STATUS
                   GO  TO  S100-EX
           END-IF

           IF      LCR-APRM    NOT =   SPACE
                   MOVE    LCR-APRM    TO      WK-PRM1-F-NAME
           END-IF
           PERFORM S110-10     THRU    S110-EX
           IF      WK-LOAD-NG  =       "N"
                   PERFORM S200-10     THRU    S200-EX
           END-IF
           PERFORM S300-10     THRU    S300-EX

           DISPLAY WK-PGM-NAME " 未決済明細=" WK-PIN1-CNT
                   " ｽｷｯﾌﾟ=" WK-SKIP-CNT
                   " 未計上明細=" WK-BAT-CNT
                   " 得意先=" WK-CUS-CNT
           .
       S100-EX.
           EXIT.

      *    *** AGERPTのPRM1の読込み(F-IN/DT=/KEY=1/AMT=)
       S110-10.

           OPEN    INPUT       PRM1-F
           IF      WK-PRM1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PRM1-F OPEN ERROR STATUS="
                           WK-PRM1-STATUS " (" WK-PRM1-F-NAME ")"
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S110-EX
           END-IF

           PERFORM UNTIL WK-PRM1-EOF = HIGH-VALUE
               READ    PRM1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PRM1-EOF
                   NOT AT  END
                       PERFORM S120-10     THRU    S120-EX
               END-READ
           END-PERFORM
           CLOSE   PRM1-F

           IF      WK-KEY-L    =       ZERO    OR
                   WK-KEY-L    >       10
                   DISPLAY WK-PGM-NAME " KEY=1 指定がない ("
                           WK-PRM1-F-NAME ")"
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S110-EX
           END-IF

      *    *** AMT=未指定はAGERPTと同じく最初のSUM=Y数値項目
           IF      WK-AMT-IX   =       ZERO
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > 20 OR WK-AMT-IX > ZERO
                       IF      TBL01-DT-TYPE (I) (1:1) = "Z" AND
                               TBL01-DT-SUM (I) =  "Y"
                               MOVE    I           TO      WK-AMT-IX
                       END-IF
                   END-PERFORM
           END-IF
           IF      WK-AMT-IX   <       1       OR
                   WK-AMT-IX   >       20
                   DISPLAY WK-PGM-NAME " AMT=NN 指定がない ("
                           WK-PRM1-F-NAME ")"
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S110-EX
           END-IF
           MOVE    TBL01-DT-P (WK-AMT-IX) TO WK-AMT-P
           MOVE    TBL01-DT-L (WK-AMT-IX) TO WK-AMT-L
           IF      WK-AMT-L    <       1       OR
                   WK-AMT-L    >       11
                   DISPLAY WK-PGM-NAME " AMT=NN の LEN は11まで"
                   MOVE    "Y"         TO      WK-LOAD-NG
           END-IF
           .
       S110-EX.
           EXIT.

      *    *** PRM1の1行解析
       S120-10.

           IF      PRM1-REC (1:1) =    "*"     OR
                   PRM1-REC    =       SPACE
                   GO  TO  S120-EX
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
               WHEN "F-IN"
                   MOVE    WK-PRM02    TO      WK-PIN1-F-NAME
               WHEN "DT"
                   PERFORM S130-10     THRU    S130-EX
               WHEN "KEY"
                   IF      WK-PRM02 (1:2) =    "1 "    AND
                           WK-PRM03    =       "POS"   AND
                           WK-PRM05    =       "LEN"
                       MOVE    FUNCTION NUMVAL(WK-PRM04) TO WK-KEY-P
                       MOVE    FUNCTION NUMVAL(WK-PRM06) TO WK-KEY-L
                   END-IF
               WHEN "AMT"
                   MOVE    FUNCTION NUMVAL(WK-PRM02) TO WK-AMT-IX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S120-EX.
           EXIT.

      *    *** DT=NN,POS=,LEN=,TYPE=,SUM= (AGERPTの並び)
       S130-10.

           IF      WK-PRM02 (1:1) IS NOT NUMERIC   OR
                   WK-PRM03    NOT =   "POS"   OR
                   WK-PRM05    NOT =   "LEN"
                   DISPLAY WK-PGM-NAME " PRM1-F DT=NN PARA ERROR "
                           PRM1-REC
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S130-EX
           END-IF
           MOVE    FUNCTION NUMVAL(WK-PRM02) TO I4
           IF      I4          <       1       OR
                   I4          >       20
                   DISPLAY WK-PGM-NAME " PRM1-F DT=NN PARA ERROR "
                           PRM1-REC
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S130-EX
           END-IF
           MOVE    FUNCTION NUMVAL(WK-PRM04) TO TBL01-DT-P (I4)
           MOVE    FUNCTION NUMVAL(WK-PRM06) TO TBL01-DT-L (I4)
           IF      WK-PRM07    =       "TYPE"
                   MOVE    WK-PRM08    TO      TBL01-DT-TYPE (I4)
           END-IF
           IF      WK-PRM09    =       "SUM"
                   MOVE    WK-PRM10 (1:1) TO   TBL01-DT-SUM (I4)
           END-IF
           .
       S130-EX.
           EXIT.

      *    *** 未決済明細を得意先毎に合計する
       S200-10.

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
                           WK-PIN1-STATUS " (" WK-PIN1-F-NAME ")"
                   MOVE    "Y"         TO      WK-LOAD-NG
                   GO  TO  S200-EX
           END-IF

           PERFORM UNTIL WK-PIN1-EOF = HIGH-VALUE
               READ    PIN1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-PIN1-EOF
                   NOT AT  END
                       ADD     1           TO      WK-PIN1-CNT
                       PERFORM S210-10     THRU    S210-EX
               END-READ
           END-PERFORM
           CLOSE   PIN1-F
           .
       S200-EX.
           EXIT.

      *    *** 未決済明細1件
       S210-10.

           MOVE    ZERO        TO      WK-ZSU
           COMPUTE N = 12 - WK-AMT-L
           MOVE    PIN1-REC (WK-AMT-P:WK-AMT-L) TO
                   WK-ZSU-X (N:WK-AMT-L)
           IF      WK-ZSU      IS NOT NUMERIC
                   ADD     1           TO      WK-SKIP-CNT
                   GO  TO  S210-EX
           END-IF

           MOVE    SPACE       TO      WK-KEY1
           MOVE    PIN1-REC (WK-KEY-P:WK-KEY-L) TO WK-KEY1
           PERFORM S400-10     THRU    S400-EX
           IF      K           >       ZERO
                   ADD     WK-ZSU      TO      WK-CU-AR (K)
           END-IF
           .
       S210-EX.
           EXIT.

      *    *** 入力バッチ。ヘッダーのキーが計上済みバッチ登録簿に
      *    *** 無ければ、明細を未計上として得意先毎に合計する
       S300-10.

           OPEN    INPUT       BAT1-F
           IF      WK-BAT1-STATUS NOT =  ZERO
                   GO  TO  S300-EX
           END-IF

           PERFORM UNTIL WK-BAT1-EOF = HIGH-VALUE
               READ    BAT1-F
                   AT  END
                       MOVE    HIGH-VALUE TO WK-BAT1-EOF
                   NOT AT  END
                       PERFORM S310-10     THRU    S310-EX
               END-READ
           END-PERFORM
           CLOSE   BAT1-F
           .
       S300-EX.
           EXIT.

      *    *** 入力バッチ1行(H/D/T)
       S310-10.

           EVALUATE BAT1-ID
               WHEN "H"
                   PERFORM S320-10     THRU    S320-EX
               WHEN "D"
                   IF      WK-UNPOSTED =       "Y"
                       MOVE    BAT1-D-AMT  TO      WK-BAT-AMT-X
                       IF      WK-BAT-AMT  IS NUMERIC
                           MOVE    SPACE       TO      WK-KEY1
                           MOVE    BAT1-D-CODE TO      WK-KEY1
                           PERFORM S400-10     THRU    S400-EX
                           IF      K           >       ZERO
                               ADD     WK-BAT-AMT  TO  WK-CU-UNP (K)
                               ADD     1           TO  WK-BAT-CNT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       S310-EX.
           EXIT.

      *    *** ヘッダーのキーで計上済みバッチ登録簿を引く
      *    *** (登録簿が無ければ未計上とみなす)
       S320-10.

           MOVE    "Y"         TO      WK-UNPOSTED
           IF      BAT1-H-YMD  IS NOT NUMERIC  OR
                   BAT1-H-NO   IS NOT NUMERIC
                   GO  TO  S320-EX
           END-IF

           OPEN    INPUT       REG1-F
           IF      WK-REG1-STATUS NOT =  ZERO
                   GO  TO  S320-EX
           END-IF
           IF      LCR-CO      =       SPACE
                   MOVE    "0001"      TO      REG1-CO
           ELSE
                   MOVE    LCR-CO      TO      REG1-CO
           END-IF
           MOVE    BAT1-H-YMD  TO      REG1-YMD
           MOVE    BAT1-H-NO   TO      REG1-NO
           READ    REG1-F
                   KEY REG1-KEY
               INVALID
                   CONTINUE
               NOT INVALID
                   MOVE    "N"         TO      WK-UNPOSTED
           END-READ
           CLOSE   REG1-F
           .
       S320-EX.
           EXIT.

      *    *** 得意先の表を引く(無ければ追加、K=0は表あふれ)
       S400-10.

           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WK-CUS-CNT
                      OR WK-CU-KEY (K) = WK-KEY1
               CONTINUE
           END-PERFORM
           IF      K           >       WK-CUS-CNT
               IF      WK-CUS-CNT  >=      3000
                   DISPLAY WK-PGM-NAME
                           " 得意先は3000件まで"
                   MOVE    "Y"         TO      WK-LOAD-NG
                   MOVE    ZERO        TO      K
                   GO  TO  S400-EX
               END-IF
               ADD     1           TO      WK-CUS-CNT
               MOVE    WK-CUS-CNT  TO      K
               MOVE    WK-KEY1     TO      WK-CU-KEY (K)
           END-IF
           .
       S400-EX.
           EXIT.
