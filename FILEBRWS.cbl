      *    ***   L,n      レコード長をnへ変更(既定80)
      *    ***   T        文字/16進表示切替
      *    ***   K,key    インデックスマスターをキーで位置付け
      *    ***   S,ix,val[,E] 代替キー索引(ALTINDX)で検索し、該当する
      *    ***            主キーとレコードの先頭を一覧(E=完全一致、
      *    ***            省略時は前方一致)
      *    ***   Q        終了

       IDENTIFICATION          DIVISION.
           03  WK-CMD1         PIC  X(010) VALUE SPACE.
           03  WK-CMD2         PIC  X(020) VALUE SPACE.
           03  WK-CMD2-L       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CMD3         PIC  X(020) VALUE SPACE.
           03  WK-CMD4         PIC  X(001) VALUE SPACE.
           03  WK-END          PIC  X(001) VALUE "N".

           03  WK-HEAD-LINE    PIC  X(076) VALUE SPACE.
           03  WK-OFS-E        PIC  ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-RECNO-E      PIC  ZZZ,ZZZ,ZZ9 VALUE ZERO.
           03  WK-RLEN-E       PIC  ZZZZ9 VALUE ZERO.
           03  WK-CNT-E        PIC  Z9 VALUE ZERO.
           03  WK-BRW1-OPEN    PIC  X(001) VALUE "N".

      *    *** CBL_OPEN_FILE/CBL_READ_FILE 用(streams2と同じ方式)
           03  WK-PIN3-FILEHANDLE

           COPY    CPDATETIME  REPLACING ==:##:== BY ==WDT==.

           COPY    CPALTSRCH   REPLACING ==:##:== BY ==WAS==.

       SCREEN                  SECTION.
       01  BRW-SCREEN.
           03  LINE 01 COL 01  VALUE "FILEBRWS BROWSE (READ ONLY)".
           03  LINE 20 COL 01  PIC X(076) FROM WK-DSP-L17.
           03  LINE 21 COL 01  PIC X(076) FROM WK-DSP-L18.
           03  LINE 23 COL 01
               VALUE "CMD(F/B/N/P/R,n/O,n/L,n/T/K,key/S,ix,val/Q)=".
           03  LINE 23 COL 47  PIC X(030) USING WK-CMD.

       PROCEDURE               DIVISION.
       M100-10.
           MOVE    SPACE       TO      WK-MSG-LINE
                                       WK-CMD1
                                       WK-CMD2
                                       WK-CMD3
                                       WK-CMD4
           UNSTRING WK-CMD     DELIMITED BY ","
               INTO WK-CMD1
                    WK-CMD2    COUNT WK-CMD2-L
                    WK-CMD3
                    WK-CMD4
           END-UNSTRING

           EVALUATE WK-CMD1
      *    *** インデックスマスターのキー位置付け
                   PERFORM S300-10     THRU    S300-EX

               WHEN "S"
               WHEN "s"
      *    *** 代替キー索引で検索
                   PERFORM S400-10     THRU    S400-EX

               WHEN OTHER
                   MOVE    "CMD ERROR F/B/N/P/R/O/L/T/K/S/Q"
                                       TO      WK-MSG-LINE
           END-EVALUATE
           .
       S300-EX.
           EXIT.

      *    *** S,ix,val[,E] コマンド。代替キー索引(ALTINDXが作る)を
      *    *** ALTSRCHで引き、該当する主キーを一覧する。閲覧中の
      *    *** ファイルがインデックスマスターとして開ければ、
      *    *** レコードの先頭も並べる(最大17件)
       S400-10.

           IF      WK-CMD2     =       SPACE   OR
                   WK-CMD3     =       SPACE
                   MOVE    "S,索引名,検索値[,E] を指定"
                                       TO      WK-MSG-LINE
                   GO  TO  S400-EX
           END-IF

           MOVE    "SEARCH"    TO      WAS-ID
           MOVE    UPPER-CASE (WK-CMD2) TO WAS-IX
           MOVE    WK-CMD3     TO      WAS-VALUE
           MOVE    UPPER-CASE (WK-CMD4) TO WAS-MATCH
           CALL    "ALTSRCH"   USING   WAS-ALTSRCH-AREA

           IF      WAS-RESULT  NOT =   "Y"
                   MOVE    SPACE       TO      WK-MSG-LINE
                   EVALUATE WAS-REASON-CD
                       WHEN "NF"
                           MOVE    "該当なし"  TO      WK-MSG-LINE
                       WHEN "NX"
                           MOVE    "索引が無い(ALTINDX.PRM1のIX=)"
                                               TO      WK-MSG-LINE
                       WHEN "NV"
                           MOVE    "検索値が無い" TO   WK-MSG-LINE
                       WHEN OTHER
                           MOVE    "索引ファイルの異常"
                                               TO      WK-MSG-LINE
                   END-EVALUATE
                   IF      WAS-STALE   =       "Y"
                           MOVE    "*索引が古い ALTINDX SYNC要"
                                               TO  WK-MSG-LINE (41:)
                   END-IF
                   GO  TO  S400-EX
           END-IF

           MOVE    "N"         TO      WK-BRW1-OPEN
           OPEN    INPUT       BRW1-F
           IF      WK-BRW1-STATUS =    ZERO
                   MOVE    "Y"         TO      WK-BRW1-OPEN
           END-IF

           MOVE    SPACE       TO      WK-DSP-ALL
           STRING  "SEARCH IX=" DELIMITED BY SIZE
                   WAS-IX       DELIMITED BY SPACE
                   " VAL="      DELIMITED BY SIZE
                   WK-CMD3      DELIMITED BY "  "
                   INTO    WK-DSP-L (1)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WAS-CNT OR I > 17
               MOVE    WAS-KEY (I) TO      WK-DSP-L (I + 1) (1:4)
               IF      WK-BRW1-OPEN =      "Y"
                   MOVE    WAS-KEY (I) TO      BRW1-KEY
                   READ    BRW1-F
                           KEY BRW1-KEY
                       INVALID
                           MOVE    "*** NOT FOUND ***" TO
                                   WK-DSP-L (I + 1) (6:)
                       NOT INVALID
                           MOVE    BRW1-DATA (1:71) TO
                                   WK-DSP-L (I + 1) (6:)
                   END-READ
               END-IF
           END-PERFORM
           IF      WK-BRW1-OPEN =      "Y"
                   CLOSE   BRW1-F
           END-IF

           MOVE    WAS-CNT     TO      WK-CNT-E
           MOVE    SPACE       TO      WK-MSG-LINE
           STRING  "HITS="     DELIMITED BY SIZE
                   WK-CNT-E    DELIMITED BY SIZE
                   INTO    WK-MSG-LINE
           IF      WAS-MORE    =       "Y"     OR
                   WAS-CNT     >       17
                   MOVE    "以降省略(値を絞る)"
                                       TO      WK-MSG-LINE (10:)
           END-IF
           IF      WAS-STALE   =       "Y"
                   MOVE    "*索引が古い ALTINDX SYNC要"
                                       TO      WK-MSG-LINE (41:)
           END-IF
           .
       S400-EX.
           EXIT.

      *    *** CLOSE
       S900-10.

           CALL    "CBL_CLOSE_FILE" USING WK-PIN3-FILEHANDLE

           MOVE    "CLOSE"     TO      WAS-ID
           CALL    "ALTSRCH"   USING   WAS-ALTSRCH-AREA

           DISPLAY WK-PGM-NAME " END"

           MOVE    "E"         TO      WDT-DATE-TIME-ID
