002300       15  CD02I-CONTACT-SEND-MAIL          PIC X(1).             cbankd02
002400       15  CD02I-CONTACT-SEND-EMAIL         PIC X(1).             cbankd02
002450       15  CD02I-CONTACT-COLOUR-SCHEME      PIC X(1).             cbankd02
002460*      Date of birth CCYYMMDD - spaces or zero leaves the         cbankd02
002470*      date on file unchanged.                                    cbankd02
002480       15  CD02I-CONTACT-BIRTH-DTE          PIC X(8).             cbankd02
002500     10  CD02O-DATA.                                              cbankd02
002600       15  CD02O-CONTACT-ID                 PIC X(5).             cbankd02
002700       15  CD02O-CONTACT-NAME               PIC X(25).            cbankd02
003600       15  CD02O-CONTACT-SEND-EMAIL         PIC X(1).             cbankd02
003650       15  CD02O-CONTACT-COLOUR-SCHEME      PIC X(1).             cbankd02
003660       15  CD02O-LAST-ADDR-CHANGE-DTE       PIC 9(8).             cbankd02
003670       15  CD02O-BIRTH-DTE                  PIC 9(8).             cbankd02
003700*                                                                 cbankd02
003800* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankd02
