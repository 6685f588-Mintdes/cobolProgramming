      * with a fault code (often straight off an AUDITLOG event like
      * CHGSHORT), assigned, and closed with a dated resolution; the
      * downtime report charges the days between open and close to
      * the machine and its model. The parts-and-labour cost keyed
      * at close is charged to the machine's profit and loss for the
      * period it closed in; an older row with no cost reads as zero.
      * WO-SERVICE-COST is the whole repair bill - labour keyed at
      * close plus the spare parts drawn from stock, which are also
      * carried alone in WO-PARTS-COST.
      * Planned work raised off the MAINTPLN schedules carries a
      * fault code starting "PM"; everything else is a breakdown.
      ******************************************************************
       01  WORK-ORDER-RECORD.
           05  WO-KEY.
               10  WO-MACHINE-ID           PIC 99.
               10  WO-ORDER-NO             PIC 9(5).
           05  WO-FAULT-CODE           PIC X(8).
           05  WO-FAULT-CODE-R REDEFINES WO-FAULT-CODE.
               10  WO-FAULT-CLASS          PIC XX.
                   88  WO-IS-PLANNED               VALUE "PM".
               10  FILLER                  PIC X(6).
           05  WO-DESCRIPTION          PIC X(30).
           05  WO-OPENED-DATE          PIC 9(8).
           05  WO-ASSIGNED-TO          PIC X(10).
               88  WO-IS-OPEN                  VALUE "O".
               88  WO-IS-ASSIGNED              VALUE "A".
               88  WO-IS-CLOSED                VALUE "C".
           05  WO-SERVICE-COST         PIC 9(5)V99.
           05  WO-PARTS-COST           PIC 9(5)V99.
