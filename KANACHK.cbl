      *    *** 全銀 口座名義カナの変換/検査 サブルーチン
      *    *** 振込先の口座名義は全銀協の許す半角文字
      *    ***   ｱ～ﾝ ｦ ﾞ ﾟ 0～9 A～Z 空白 ( ) . - / \ , ｢ ｣
      *    *** だけで組む必要があり、外れると振込が組戻しで返る。
      *    *** 保守画面やLOADで全角(SJIS)のまま打たれた名義は
      *    *** 変換表(TBL01)で半角へ直し、小書きカナ(ｧ ｯ 等)は
      *    *** 大文字へ、英小文字は大文字へ、ｰは - へ寄せてから
      *    *** 1バイトずつ許容文字表(WK-OK-CHARS)で検査する。

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             KANACHK.

       ENVIRONMENT             DIVISION.

       DATA                    DIVISION.
       WORKING-STORAGE         SECTION.
       01  WORK-AREA.
           03  WK-PGM-NAME     PIC  X(008) VALUE "KANACHK ".

           03  WK-OUT          PIC  X(032) VALUE SPACE.
           03  WK-OUT-LEN      BINARY-LONG SYNC VALUE ZERO.
           03  WK-IN-LEN       BINARY-LONG SYNC VALUE ZERO.
           03  WK-CH           PIC  X(001) VALUE SPACE.
           03  WK-CH2          PIC  X(002) VALUE SPACE.
           03  WK-CNT          BINARY-LONG SYNC VALUE ZERO.
           03  WK-FOUND        PIC  X(001) VALUE "N".

      *    *** 全銀で使える1バイト文字(半角カナはJIS8)
           03  WK-OK-CHARS.
             05  FILLER        PIC  X(036) VALUE
                 "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             05  FILLER        PIC  X(008) VALUE " ().-/\,".
             05  FILLER        PIC  X(003) VALUE X"A2A3A6".
             05  FILLER        PIC  X(024) VALUE
                 X"B1B2B3B4B5B6B7B8B9BABBBCBDBEBFC0C1C2C3C4C5C6C7C8".
             05  FILLER        PIC  X(023) VALUE
                 X"C9CACBCCCDCECFD0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".

      *    *** 小書きカナ/英小文字/長音 => 大文字/英大文字/ハイフン
           03  WK-CNV-FROM.
             05  FILLER        PIC  X(026) VALUE
                 "abcdefghijklmnopqrstuvwxyz".
             05  FILLER        PIC  X(010) VALUE
                 X"A7A8A9AAABACADAEAFB0".
           03  WK-CNV-TO.
             05  FILLER        PIC  X(026) VALUE
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             05  FILLER        PIC  X(010) VALUE
                 X"B1B2B3B4B5D4D5D6C22D".

      *    *** 全角(SJIS 2バイト) => 半角(1～2バイト、2バイト目
      *    *** 空白は1バイト)の変換表
       01  TBL-AREA.
           03  TBL01-DATA.
             05  FILLER        PIC  X(024) VALUE
                   X"8340B1208341B1208342B2208343B2208344B3208345B320".
             05  FILLER        PIC  X(024) VALUE
                   X"8346B4208347B4208348B5208349B520834AB620834BB6DE".
             05  FILLER        PIC  X(024) VALUE
                   X"834CB720834DB7DE834EB820834FB8DE8350B9208351B9DE".
             05  FILLER        PIC  X(024) VALUE
                   X"8352BA208353BADE8354BB208355BBDE8356BC208357BCDE".
             05  FILLER        PIC  X(024) VALUE
                   X"8358BD208359BDDE835ABE20835BBEDE835CBF20835DBFDE".
             05  FILLER        PIC  X(024) VALUE
                   X"835EC020835FC0DE8360C1208361C1DE8362C2208363C220".
             05  FILLER        PIC  X(024) VALUE
                   X"8364C2DE8365C3208366C3DE8367C4208368C4DE8369C520".
             05  FILLER        PIC  X(024) VALUE
                   X"836AC620836BC720836CC820836DC920836ECA20836FCADE".
             05  FILLER        PIC  X(024) VALUE
                   X"8370CADF8371CB208372CBDE8373CBDF8374CC208375CCDE".
             05  FILLER        PIC  X(024) VALUE
                   X"8376CCDF8377CD208378CDDE8379CDDF837ACE20837BCEDE".
             05  FILLER        PIC  X(024) VALUE
                   X"837CCEDF837DCF20837ED0208380D1208381D2208382D320".
             05  FILLER        PIC  X(024) VALUE
                   X"8383D4208384D4208385D5208386D5208387D6208388D620".
             05  FILLER        PIC  X(024) VALUE
                   X"8389D720838AD820838BD920838CDA20838DDB20838EDC20".
             05  FILLER        PIC  X(024) VALUE
                   X"838FDC208390B2208391B4208392A6208393DD208394B3DE".
             05  FILLER        PIC  X(024) VALUE
                   X"8395B6208396B920829FB12082A0B12082A1B22082A2B220".
             05  FILLER        PIC  X(024) VALUE
                   X"82A3B32082A4B32082A5B42082A6B42082A7B52082A8B520".
             05  FILLER        PIC  X(024) VALUE
                   X"82A9B62082AAB6DE82ABB72082ACB7DE82ADB82082AEB8DE".
             05  FILLER        PIC  X(024) VALUE
                   X"82AFB92082B0B9DE82B1BA2082B2BADE82B3BB2082B4BBDE".
             05  FILLER        PIC  X(024) VALUE
                   X"82B5BC2082B6BCDE82B7BD2082B8BDDE82B9BE2082BABEDE".
             05  FILLER        PIC  X(024) VALUE
                   X"82BBBF2082BCBFDE82BDC02082BEC0DE82BFC12082C0C1DE".
             05  FILLER        PIC  X(024) VALUE
                   X"82C1C22082C2C22082C3C2DE82C4C32082C5C3DE82C6C420".
             05  FILLER        PIC  X(024) VALUE
                   X"82C7C4DE82C8C52082C9C62082CAC72082CBC82082CCC920".
             05  FILLER        PIC  X(024) VALUE
                   X"82CDCA2082CECADE82CFCADF82D0CB2082D1CBDE82D2CBDF".
             05  FILLER        PIC  X(024) VALUE
                   X"82D3CC2082D4CCDE82D5CCDF82D6CD2082D7CDDE82D8CDDF".
             05  FILLER        PIC  X(024) VALUE
                   X"82D9CE2082DACEDE82DBCEDF82DCCF2082DDD02082DED120".
             05  FILLER        PIC  X(024) VALUE
                   X"82DFD22082E0D32082E1D42082E2D42082E3D52082E4D520".
             05  FILLER        PIC  X(024) VALUE
                   X"82E5D62082E6D62082E7D72082E8D82082E9D92082EADA20".
             05  FILLER        PIC  X(024) VALUE
                   X"82EBDB2082ECDC2082EDDC2082EEB22082EFB42082F0A620".
             05  FILLER        PIC  X(024) VALUE
                   X"82F1DD20824F302082503120825132208252332082533420".
             05  FILLER        PIC  X(024) VALUE
                   X"825435208255362082563720825738208258392082604120".
             05  FILLER        PIC  X(024) VALUE
                   X"828141208261422082824220826243208283432082634420".
             05  FILLER        PIC  X(024) VALUE
                   X"828444208264452082854520826546208286462082664720".
             05  FILLER        PIC  X(024) VALUE
                   X"828747208267482082884820826849208289492082694A20".
             05  FILLER        PIC  X(024) VALUE
                   X"828A4A20826A4B20828B4B20826B4C20828C4C20826C4D20".
             05  FILLER        PIC  X(024) VALUE
                   X"828D4D20826D4E20828E4E20826E4F20828F4F20826F5020".
             05  FILLER        PIC  X(024) VALUE
                   X"829050208270512082915120827152208292522082725320".
             05  FILLER        PIC  X(024) VALUE
                   X"829353208273542082945420827455208295552082755620".
             05  FILLER        PIC  X(024) VALUE
                   X"829656208276572082975720827758208298582082785920".
             05  FILLER        PIC  X(024) VALUE
                   X"8299592082795A20829A5A2081402020815B2D20817C2D20".
             05  FILLER        PIC  X(024) VALUE
                   X"815D2D2081692820816A292081442E20815E2F2081432C20".
             05  FILLER        PIC  X(016) VALUE
                   X"818F5C208175A2208176A32081452E20".
           03  TBL01-AREA      REDEFINES TBL01-DATA
                               OCCURS 244.
             05  TBL01-SJIS    PIC  X(002).
             05  TBL01-HANK    PIC  X(002).

       01  INDEX-AREA.
           03  I               BINARY-LONG SYNC VALUE ZERO.
           03  K               BINARY-LONG SYNC VALUE ZERO.

       LINKAGE                 SECTION.

           COPY    CPKANACHK   REPLACING ==:##:== BY ==LKN==.

       PROCEDURE   DIVISION    USING   LKN-KANACHK-AREA
           .
       M100-10.

           MOVE    SPACE       TO      LKN-OUT
                                       WK-OUT
           MOVE    "Y"         TO      LKN-RESULT
           MOVE    "N"         TO      LKN-CONV
           MOVE    ZERO        TO      LKN-POS
                                       WK-OUT-LEN

      *    *** 入力の有効桁(末尾の空白を除く)
           MOVE    60          TO      WK-IN-LEN
           PERFORM UNTIL WK-IN-LEN = ZERO
                      OR LKN-IN (WK-IN-LEN:1) NOT = SPACE
               SUBTRACT 1          FROM    WK-IN-LEN
           END-PERFORM

      *    *** 全角を半角へ(表に無い全角はその桁でN)
           MOVE    1           TO      I
           PERFORM UNTIL I > WK-IN-LEN OR LKN-RESULT = "N"
               MOVE    LKN-IN (I:1) TO     WK-CH
               IF    ( WK-CH       >=      X"81"   AND
                       WK-CH       <=      X"9F" ) OR
                     ( WK-CH       >=      X"E0"   AND
                       WK-CH       <=      X"FC" )
                   PERFORM S100-10     THRU    S100-EX
                   ADD     2           TO      I
               ELSE
                   IF      WK-OUT-LEN  >=      30
                           MOVE    "N"         TO      LKN-RESULT
                           MOVE    I           TO      LKN-POS
                   ELSE
                           ADD     1           TO      WK-OUT-LEN
                           MOVE    WK-CH       TO
                                   WK-OUT (WK-OUT-LEN:1)
                   END-IF
                   ADD     1           TO      I
               END-IF
           END-PERFORM
           IF      LKN-RESULT  =       "N"
                   GO  TO  M100-EX
           END-IF

      *    *** 小書きカナ/英小文字/長音の寄せ
           MOVE    WK-OUT (1:30) TO    LKN-OUT
           INSPECT WK-OUT      CONVERTING WK-CNV-FROM TO WK-CNV-TO
           IF      WK-OUT (1:30) NOT = LKN-OUT
                   MOVE    "Y"         TO      LKN-CONV
           END-IF
           MOVE    WK-OUT (1:30) TO    LKN-OUT

      *    *** 許容文字の検査(入力桁は変換前の位置に近い値を返す)
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WK-OUT-LEN OR LKN-RESULT = "N"
               MOVE    ZERO        TO      WK-CNT
               INSPECT WK-OK-CHARS TALLYING WK-CNT
                       FOR ALL LKN-OUT (I:1)
               IF      WK-CNT      =       ZERO
                       MOVE    "N"         TO      LKN-RESULT
                       MOVE    I           TO      LKN-POS
               END-IF
           END-PERFORM
           .
       M100-EX.
           EXIT     PROGRAM.

      *    *** 全角1文字(LKN-IN(I:2))を変換表で半角へ
       S100-10.

           MOVE    LKN-IN (I:2) TO     WK-CH2
           MOVE    "N"         TO      WK-FOUND
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > 244 OR WK-FOUND = "Y"
               IF      TBL01-SJIS (K) =    WK-CH2
                       MOVE    "Y"         TO      WK-FOUND
               END-IF
           END-PERFORM
           IF      WK-FOUND    NOT =   "Y"
                   MOVE    "N"         TO      LKN-RESULT
                   MOVE    I           TO      LKN-POS
                   GO  TO  S100-EX
           END-IF
           SUBTRACT 1          FROM    K
           MOVE    "Y"         TO      LKN-CONV

           IF      TBL01-HANK (K) (2:1) =  SPACE
                   IF      WK-OUT-LEN  >=      30
                           MOVE    "N"         TO      LKN-RESULT
                           MOVE    I           TO      LKN-POS
                           GO  TO  S100-EX
                   END-IF
                   ADD     1           TO      WK-OUT-LEN
                   MOVE    TBL01-HANK (K) (1:1) TO
                           WK-OUT (WK-OUT-LEN:1)
           ELSE
                   IF      WK-OUT-LEN  >=      29
                           MOVE    "N"         TO      LKN-RESULT
                           MOVE    I           TO      LKN-POS
                           GO  TO  S100-EX
                   END-IF
                   MOVE    TBL01-HANK (K) TO
                           WK-OUT (WK-OUT-LEN + 1:2)
                   ADD     2           TO      WK-OUT-LEN
           END-IF
           .
       S100-EX.
           EXIT.
