           05  RJ-EVENT-TIME           PIC 9(8).
           05  RJ-OPERATOR             PIC X(10).
           05  RJ-RECORD-KEY           PIC X(15).
           05  RJ-BEFORE-IMAGE        PIC X(120).
