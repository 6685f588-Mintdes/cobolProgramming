           05  RJP-FILE-ID             PIC X(8).
           05  RJP-OPERATOR            PIC X(10).
           05  RJP-RECORD-KEY          PIC X(15).
           05  RJP-BEFORE-IMAGE        PIC X(120).
