           05  RH-LOG-COUNT           PIC 9(7).
           05  FILLER                 PIC X(2).
           05  RH-VERDICT             PIC X(14).
           05  FILLER                 PIC X(2).
           05  RH-HELD-COUNT          PIC 9(7).
           05  FILLER                 PIC X(9).

       01  WS-RUNH-STATUS             PIC XX.
           88  WS-RUNH-OK             VALUE "00".
