      *    *** 乱数スタートは記録し(START=で再指定も可)、母集団合計/
      *    *** 間隔/各ヒットの累積位置をワークシートへ残す事で、
      *    *** 選定が再現・立証できる。
      *    *** 選定項目の監査結果の評価(推定虚偽表示/上限額)は
      *    *** MUSEVALでワークシートを読んで行う。
      *    ***
      *    *** PRM1(MUSSAMP.PRM1)の行:
      *    ***   F-IN=抽出元  F-OT=選定レコード  F-WS=ワークシート
