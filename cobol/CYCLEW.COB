      *           A DELIBERATE RERUN, BUT THE OPERATOR IS WARNED
      *    NS  -  THE PREDECESSOR LEG HAS NOT COMPLETED FOR THE CYCLE
      *           DATE; THE CALLER MUST REFUSE TO START
      *    NB  -  THE CYCLE DATE IS A WEEKEND OR BANK HOLIDAY AND THE
      *           OPERATOR HAS NOT FORCED IT (A CYCLFRCE RECORD
      *           NAMING THE DATE); THE CALLER MUST REFUSE TO START
      *    UL  -  THE LEG ID IS NOT ONE LNCYCLE KNOWS
      *    NN  -  (ANY FILE STATUS) THE CYCLE FILE COULD NOT BE READ
      *           OR WRITTEN
               88  CY-CLEAR-TO-RUN             VALUE "00".
               88  CY-DUPLICATE-RUN            VALUE "DP".
               88  CY-NOT-SEQUENCED            VALUE "NS".
               88  CY-NOT-BUSINESS-DAY         VALUE "NB".
