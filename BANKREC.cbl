      *    ***   SDT=DATE,POS=p / SDT=AMT,POS=p / SDT=CP,POS=p,LEN=l
      *    ***   LDT=DATE,POS=p / LDT=AMT,POS=p / LDT=CP,POS=p,LEN=l
      *    ***   (DATEはYYYYMMDD8桁、AMTはゾーン数字10桁)
      *    *** 全銀の入出金取引明細はSTMTIMPで取込んだF-OTを
      *    *** S-INにする(SDT=DATE,POS=1 / SDT=AMT,POS=10 /
      *    *** SDT=CP,POS=26,LEN=48)。

       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BANKREC.
