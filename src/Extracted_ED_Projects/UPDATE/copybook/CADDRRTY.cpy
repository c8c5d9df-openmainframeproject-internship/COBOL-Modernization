001900***************************************************************** caddrrty
002000 01 RETRY-QUEUE-RECORD.                                           caddrrty
002100   05 RTY-RETRY-COUNT               PIC 9(2).                     caddrrty
002200   05 RTY-INPUT-DATA                PIC X(116).                   caddrrty
