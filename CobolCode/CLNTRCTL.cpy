      * OR DATE-FILTERED, BECAUSE EACH DAYTIME RECYCLE RUN
      * APPENDS TO PROD.CLIENT.RECYCLE AND THE NIGHT SWEEPS
      * WHATEVER HAS ACCUMULATED SINCE THE LAST CLEAN BALANCE.
      * THE DAYTIME CLNTNCOA INTAKE TOTALS ARE SUMMED THE SAME
      * WAY, FOR THE SAME REASON.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 08/22/26   JMELTON   INITIAL VERSION
      * 08/23/26   JMELTON   DOCUMENTED THE CLNTRCYC/CORRECTED
      *                      SUMMING EXCEPTION.
      * 10/15/26   JMELTON   CLNTNCOA TOTALS SUMMED LIKE CLNTRCYC.
      *****************************************************
       01  RCTLREC.
           05  RCTL-DATE        PIC 9(08).
