      *> Shared FILE-CONTROL entry for the rerun comparison history:
      *> one record per completed RERUNCMP comparison, kept so output
      *> changes can be traced back to the release behind them.
        SELECT RERUN-HISTORY-FILE ASSIGN TO "RERUNHIS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RERUN-HISTORY-STATUS.
