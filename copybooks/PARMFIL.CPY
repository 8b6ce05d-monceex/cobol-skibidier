      *    PUNCKPTINT    PUNCHER commit-point interval (punches)
      *    PUNCLOSSHLTH  PUNCHER coin-loss health threshold
      *    PUNSHAREDIV   PUNCHER coin-loss SHARE divisor
      *    PUNHEALMAX    PUNCHER largest HEAL (health points)
      *    PUNBONUSMAX   PUNCHER largest BONUS (gold)
      *    PUNXFERMAX    PUNCHER largest XFER (gold)
      *    TRDTHRESHPCT  TRENDRPT bucket-shift alert threshold (pct)
      *    FIXAGELIMIT   REJFIX reject age limit (days)
      *    RETRUNCTL     RETPURGE RUNCTL retention (days)
      *    RETSKIHIST    RETPURGE SKIHIST retention (days)
      *    RETLEDGARCH   RETPURGE LEDGARCH retention (days)
      *    RETTAXPYCL    RETPURGE TAXPYCL retention (days)
      *    RETCARRYOVR   RETPURGE CARRYOVR carried-punch age (days)
      *    RETSKIREJ     RETPURGE SKIREJ retention (days)
      *    RETPUNREJ     RETPURGE PUNREJ retention (days)
      *    RETGENREJ     RETPURGE GENREJ retention (days)
      *****************************************************************
       01  PARMFIL-RECORD                VALUE SPACES.
           05  PARMFIL-KEY               PIC X(12).
