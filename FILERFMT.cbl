      *    ***   MAP=tn,DEF=ZERO または SPACE       既定値設定
      *    ***   MAP=tn,FROM=sn,DCNV=Y6Y8           日付YYMMDD→YYYYMMDD
      *    ***   MAP=tn,FROM=sn,DCNV=Y8Y6           日付YYYYMMDD→YYMMDD
      *    ***   MAP=tn,FROM=sn,XLT=Y               コード付替え(CH→CH)
      *    ***   XMAP=コード対応ファイル            XLT=Yの対応表
      *    *** TYPE=PDはCOMP-3のバイト列として読み書きする(型変換
      *    *** display<->packed に対応)。DCNVのY6→Y8は70年を境に
      *    *** 19xx/20xxへ振り分ける
      *    *** XLT=Yは旧項目の値(先頭10桁)をXMAP=のコード対応ファイル
      *    *** (NAYOSEが作る 旧コード(10) 新コード(10) 取込日(8))で
      *    *** 引き、有れば新コードへ付け替える(無ければそのまま)。
      *    *** 名寄せで統合した得意先の売掛、与信、履歴の付替えに使う

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             FILERFMT.
                               STATUS   WK-POT1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** コード対応ファイル(XMAP=、XLT=Y用)
           SELECT XMP1-F           ASSIGN   WK-XMP1-F-NAME
                               STATUS   WK-XMP1-STATUS
               ORGANIZATION LINE   SEQUENTIAL.

      *    *** 変換失敗レコードの退避(理由+元レコード)
           SELECT POT2-F           ASSIGN   WK-POT2-F-NAME
                               STATUS   WK-POT2-STATUS
       01  POT1-REC.
           03  FILLER          PIC  X(4000).

       FD  XMP1-F
           LABEL RECORDS ARE STANDARD.
       01  XMP1-REC.
           03  XMP1-OLD        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  XMP1-NEW        PIC  X(010).
           03  FILLER          PIC  X(001).
           03  XMP1-YMD        PIC  9(008).

       FD  POT2-F
           LABEL RECORDS ARE STANDARD
           RECORD VARYING DEPENDING ON WK-POT2-LEN.
           03  WK-PIN1-F-NAME  PIC  X(032) VALUE SPACE.
           03  WK-POT1-F-NAME  PIC  X(032) VALUE "FILERFMT.POT1".
           03  WK-POT2-F-NAME  PIC  X(032) VALUE "FILERFMT.POT2".
           03  WK-XMP1-F-NAME  PIC  X(032) VALUE SPACE.

           03  WK-PRM1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-PIN1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT1-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-POT2-STATUS  PIC  9(002) VALUE ZERO.
           03  WK-XMP1-STATUS  PIC  9(002) VALUE ZERO.

           03  WK-PRM1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-PIN1-EOF     PIC  X(001) VALUE LOW-VALUE.
           03  WK-XMP1-EOF     PIC  X(001) VALUE LOW-VALUE.

           03  WK-PIN1-LEN     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-LEN     BINARY-LONG SYNC VALUE 4000.
           03  WK-PIN1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT1-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-POT2-CNT     BINARY-LONG SYNC VALUE ZERO.
           03  WK-XLT-CNT      BINARY-LONG SYNC VALUE ZERO.

           03  WK-PRM1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-PIN1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-POT1-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-POT2-CNT-E   PIC --,---,---,--9 VALUE ZERO.
           03  WK-XLT-CNT-E    PIC --,---,---,--9 VALUE ZERO.

           03  WK-ARGUMENT-NUMBER BINARY-LONG SYNC VALUE ZERO.

           03  WK-YMD8-X       PIC  X(008) VALUE SPACE.
           03  WK-YY           PIC  9(002) VALUE ZERO.

      *    *** コード付替えワーク
           03  WK-XLT-KEY      PIC  X(010) VALUE SPACE.
           03  WK-XLT-ANY      PIC  X(001) VALUE "N".

           COPY    CPFILEDUMP  REPLACING ==:##:== BY ==WFD==.

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.
             05  TBLM-DEF      PIC  X(005) VALUE SPACE.
      *    *** 日付変換 "68"=Y6->Y8 "86"=Y8->Y6 SPACE=なし
             05  TBLM-DCNV     PIC  X(002) VALUE SPACE.
      *    *** コード付替え Y=XMAP=で引く
             05  TBLM-XLT      PIC  X(001) VALUE SPACE.

      *    *** コード対応(XMAP=、最大3000件)
           03  WK-XMP-CNT      BINARY-LONG SYNC VALUE ZERO.
           03  TBLX-AREA       OCCURS 3000.
             05  TBLX-OLD      PIC  X(010) VALUE SPACE.
             05  TBLX-NEW      PIC  X(010) VALUE SPACE.

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
                                   MOVE    WK-PRM02 TO  WK-POT1-F-NAME
                               WHEN "F-RJ"
                                   MOVE    WK-PRM02 TO  WK-POT2-F-NAME
                               WHEN "XMAP"
                                   MOVE    WK-PRM02 TO  WK-XMP1-F-NAME
                               WHEN "TLEN"
                                   PERFORM S021-10  THRU S021-EX
                               WHEN "SDT"
                           TBLM-SNO (M)
                   STOP    RUN
               END-IF
               IF      TBLM-XLT (M) =      "Y"     AND
                     ( TBLS-TYPE (TBLM-SNO (M)) NOT = "CH" OR
                       TBLT-TYPE (TBLM-TNO (M)) NOT = "CH" )
                   DISPLAY WK-PGM-NAME " MAP= XLT=YはCH→CHのみ"
                           " TNO=" TBLM-TNO (M)
                   STOP    RUN
               END-IF
               IF      TBLM-XLT (M) =      "Y"
                   MOVE    "Y"         TO      WK-XLT-ANY
               END-IF
           END-PERFORM

      *    *** コード対応ファイルの読込(XLT=Yがある時)
           IF      WK-XLT-ANY  =       "Y"
                   PERFORM S030-10     THRU    S030-EX
           END-IF

           OPEN    INPUT       PIN1-F
           IF      WK-PIN1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " PIN1-F OPEN ERROR STATUS="
       S020-EX.
           EXIT.

      *    *** XMAP= コード対応ファイルの読込
       S030-10.

           IF      WK-XMP1-F-NAME =    SPACE
                   DISPLAY WK-PGM-NAME " PRM1-F XMAP= 指定がない"
                   STOP    RUN
           END-IF
           OPEN    INPUT       XMP1-F
           IF      WK-XMP1-STATUS NOT =  ZERO
                   DISPLAY WK-PGM-NAME " XMP1-F OPEN ERROR STATUS="
                           WK-XMP1-STATUS " (" WK-XMP1-F-NAME ")"
                   STOP    RUN
           END-IF
           PERFORM UNTIL   WK-XMP1-EOF   =     HIGH-VALUE
                   READ    XMP1-F
                       AT  END
                           MOVE    HIGH-VALUE  TO    WK-XMP1-EOF
                       NOT AT  END
                           IF      WK-XMP-CNT  >=      3000
                                   DISPLAY WK-PGM-NAME
                                           " XMAP= OVER 3000"
                                   STOP    RUN
                           END-IF
                           ADD     1           TO      WK-XMP-CNT
                           MOVE    XMP1-OLD    TO
                                   TBLX-OLD (WK-XMP-CNT)
                           MOVE    XMP1-NEW    TO
                                   TBLX-NEW (WK-XMP-CNT)
                   END-READ
           END-PERFORM
           CLOSE   XMP1-F
           .
       S030-EX.
           EXIT.

      *    *** TLEN=新レコード長
       S021-10.

                               PRM1-REC
                       STOP    RUN
                   END-IF
                   IF      WK-PRM05    =       "XLT"
                       IF      WK-PRM06(1:1) = "Y"
                               MOVE    "Y"     TO
                                       TBLM-XLT (WK-MAP-CNT)
                       END-IF
                   END-IF
                   IF      WK-PRM05    =       "DCNV"
                       EVALUATE WK-PRM06(1:4)
                           WHEN "Y6Y8"
                   ELSE
                       MOVE    PIN1-REC (SP:TL) TO WK-OUT-REC (TP:TL)
                   END-IF
                   IF      TBLM-XLT (M) =      "Y"
                           PERFORM S250-10     THRU    S250-EX
                   END-IF

      *    *** 日付形式変換(文字扱い)
               WHEN TBLM-DCNV (M) =    "68"
       S240-EX.
           EXIT.

      *    *** コード付替え(旧項目の値でコード対応を引き、新コードへ)
       S250-10.

           MOVE    SPACE       TO      WK-XLT-KEY
           IF      SL          <=      10
                   MOVE    PIN1-REC (SP:SL) TO WK-XLT-KEY (1:SL)
           ELSE
                   MOVE    PIN1-REC (SP:10) TO WK-XLT-KEY
           END-IF
           IF      WK-XLT-KEY  =       SPACE
                   GO  TO  S250-EX
           END-IF

           PERFORM VARYING N FROM 1 BY 1
                   UNTIL N > WK-XMP-CNT OR TBLX-OLD (N) = WK-XLT-KEY
               CONTINUE
           END-PERFORM
           IF      N           >       WK-XMP-CNT
                   GO  TO  S250-EX
           END-IF

      *    *** 新コードが新項目に入り切らない時はREJECT
           IF      TL          <       10
               IF      TBLX-NEW (N) (TL + 1:) NOT = SPACE
                   MOVE    "XLT CODE TOO LONG" TO WK-RJ-REASON
                   MOVE    "Y"         TO      WK-RJ-NG
                   GO  TO  S250-EX
               END-IF
               MOVE    TBLX-NEW (N) (1:TL) TO WK-OUT-REC (TP:TL)
           ELSE
               MOVE    SPACE       TO      WK-OUT-REC (TP:TL)
               MOVE    TBLX-NEW (N) TO     WK-OUT-REC (TP:10)
           END-IF
           ADD     1           TO      WK-XLT-CNT
           .
       S250-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           DISPLAY WK-PGM-NAME " POT2 ﾘｼﾞｪｸﾄ="
                   WK-POT2-CNT-E
                   " (" WK-POT2-F-NAME ")"
           IF      WK-XLT-ANY  =       "Y"
                   MOVE    WK-XLT-CNT  TO      WK-XLT-CNT-E
                   DISPLAY WK-PGM-NAME " XLT  ﾂｹｶｴ = "
                           WK-XLT-CNT-E
                           " (" WK-XMP1-F-NAME ")"
           END-IF

           MOVE    "E"         TO      WDT-DATE-TIME-ID
           CALL    "DATETIME"  USING   WDT-DATETIME-AREA
