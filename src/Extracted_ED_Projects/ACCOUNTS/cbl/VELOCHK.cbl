           .
      *****************************************************************
      * An active fraud hold refuses everything until a supervisor    *
      * releases it through ACCTFRDR. An insolvency freeze on a       *
      * pre-filing account says so, for the teller to explain.        *
      *****************************************************************
           OPEN I-O FRDHOLD-FILE
           IF NOT WS-FRDHOLD-OK
               NOT INVALID KEY
                   IF FRD-HELD
                       SET VCK-REFUSED TO TRUE
                       IF FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           MOVE 'Insolvency freeze - pre-filing account'
                               TO VCK-REPLY-MSG
                       ELSE
                           MOVE 'Fraud hold - supervisor release needed'
                               TO VCK-REPLY-MSG
                       END-IF
                       CLOSE FRDHOLD-FILE
                       GOBACK
                   END-IF
