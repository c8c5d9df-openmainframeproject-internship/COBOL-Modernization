011960             CD02O-CONTACT-COLOUR-SCHEME                          dbank02p
011970         MOVE BCS-REC-LAST-ADDR-CHANGE-DTE TO                     dbank02p
011980             CD02O-LAST-ADDR-CHANGE-DTE                           dbank02p
               IF BCS-REC-BIRTH-DTE IS NUMERIC
                   MOVE BCS-REC-BIRTH-DTE TO CD02O-BIRTH-DTE
               ELSE
                   MOVE ZERO TO CD02O-BIRTH-DTE
               END-IF
012000     END-IF
           .                                                            dbank02p
012200***************************************************************** dbank02p
