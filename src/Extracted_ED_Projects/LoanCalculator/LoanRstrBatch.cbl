           MOVE LNM-PAYMENT TO AMD-OLD-PAYMENT
           MOVE ZERO TO AMD-MONTHS-SKIPPED
           MOVE ZERO TO AMD-CAPITALIZED-INT
           MOVE ZERO TO AMD-OLD-TERM-YEARS
           MOVE ZERO TO AMD-NEW-TERM-YEARS
           MOVE ZERO TO AMD-NEW-MATURITY-DTE
           .
           IF RSQ-RESTRUCTURE
               PERFORM RESTRUCTURE-ONE-LOAN THRU
