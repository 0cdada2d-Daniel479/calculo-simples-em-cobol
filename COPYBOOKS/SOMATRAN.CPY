      *           record length: feeds cut to an older, shorter
      *           layout land their amounts in the wrong columns and
      *           reject, so upstream files must be re-cut to this
      *           layout before submission (branches sending
      *           comma-delimited files have them converted and
      *           edited by SOMACSV instead).
      *           Amounts carry two decimal
      *           places and
      *           may be negative (credit/debit adjustments and
