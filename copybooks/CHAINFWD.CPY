      ******************************************************************
      * Chain carry-forward text layout - the AL-EVENT-TEXT of the
      * CHAINFWD record END-OF-DAY-CLOSE and ARCHIVE-RETAIN write as
      * the first line of a freshly emptied AUDITLOG.DAT. It names
      * the last sequence and check value of the generation just
      * closed, so AUDIT-CHAIN-VERIFY can pick the chain up in the
      * new file where the old one left off.
      ******************************************************************
       01  CHAIN-FORWARD-TEXT.
           05  FILLER                      PIC X(9)
                                           VALUE "FROM SEQ ".
           05  CF-CARRIED-SEQUENCE         PIC 9(9).
           05  FILLER                      PIC X(7)
                                           VALUE " CHECK ".
           05  CF-CARRIED-CHECK            PIC 9(9).
           05  FILLER                      PIC X       VALUE SPACE.
           05  CF-CLOSED-FILE              PIC X(12).
           05  FILLER                      PIC X(3)    VALUE SPACES.
