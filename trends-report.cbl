               sess-rec-score by wks-score
               sess-rec-distance by wks-distance
               sess-rec-decimal-time by wks-decimal-time
               sess-rec-end-reason by wks-end-reason
               sess-rec-death-cause by wks-death-cause
               sess-rec-max-level by wks-max-level.

       01 arc-file-status              pic xx.
           88 arc-file-ok              value '00'.
