      * HISTREC.cpy
      * Shared layout of a PROD.SUM.RUN.HISTORY record -- one per Sum
      * batch run, appended by SUM-HIST (sumRunHistory.cob) after the
      * RECON step and read back by SUM-TREND (sumTrendReport.cob)
      * and by the weekly integrity check SUM-VERIFY
      * (sumStoreVerify.cob).
      * Carries the run date, the five counters Sum used to DISPLAY
      * into the vanishing job log, and the reconciliation result, so
      * volume and exception trends can be reported from a dataset
