      *> pr-x is the day's expected total, pr-y is what actually
      *> posted - same two-column shape the sum-of-two-numbers version
      *> of this program used, now read as a reconciliation pair.
      *> Both are dollars-and-cents so DailyReceipts.cbl can feed the
      *> day's receipts total and posted total in directly. pr-date
      *> is the day DailyReceipts.cbl paired, so it never pairs a day
      *> twice - blank on a pair from before it was kept.
           01 pairs-rec.
               02 pr-x pic 9(7)v99.
               02 pr-y pic 9(7)v99.
               02 pr-date pic x(8).

           fd report-file.
           01 report-rec pic x(80).

       working-storage section.
           77 X pic 9(7)v99.
           77 Y pic 9(7)v99.
           77 Z pic 9(7)v99.
           77 ws-tolerance pic 9(7)v99 value 2.00.
           77 ws-pair-count pic 999 value 0.
           77 ws-exception-count pic 999 value 0.
           77 ws-eof pic x value "n".

           01 detail-line.
               02 filler  pic x(9)  value "EXPECTED ".
               02 dl-x    pic z,zzz,zz9.99.
               02 filler  pic x(9)  value "  ACTUAL ".
               02 dl-y    pic z,zzz,zz9.99.
               02 filler  pic x(11) value "  VARIANCE ".
               02 dl-z    pic z,zzz,zz9.99.
               02 filler  pic x(3)  value spaces.

           01 summary-line.
               move Y to dl-y
               move Z to dl-z
               write report-rec from detail-line
               display "OUT OF TOLERANCE - EXPECTED " dl-x
                       " ACTUAL " dl-y " VARIANCE " dl-z
           end-if.
       check-pair-exit.
           exit.
