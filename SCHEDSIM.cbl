                   GO  TO  S110-EX
           END-IF

      *    *** *LOCK行(資源ロック宣言)はJOBCHAINでもSTEPにならない
           IF      PRM1-STEP-NAME (1:6) = "*LOCK "
                   GO  TO  S110-EX
           END-IF

           ADD     1           TO      WK-STEP-MAX
           IF      WK-STEP-MAX >       50
                   DISPLAY WK-PGM-NAME " STEPは50個まで"
