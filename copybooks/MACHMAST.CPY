               88  MM-IS-SUSPENDED             VALUE "S".
               88  MM-IS-RETIRED               VALUE "R".
           05  MM-STATUS-DATE          PIC 9(8).
      *> Kind of site the machine stands in, so product mix can be
      *> compared between like machines (same model, same kind of
      *> site). Spaces on an older row means not yet classified.
           05  MM-SITE-TYPE            PIC XX.
               88  MM-SITE-OFFICE              VALUE "OF".
               88  MM-SITE-EDUCATION           VALUE "ED".
               88  MM-SITE-HEALTHCARE          VALUE "HC".
               88  MM-SITE-TRANSIT             VALUE "TR".
               88  MM-SITE-INDUSTRIAL          VALUE "IN".
               88  MM-SITE-RETAIL              VALUE "RT".
               88  MM-SITE-UNCLASSIFIED        VALUE SPACES.
               88  MM-SITE-TYPE-VALID          VALUE "OF" "ED" "HC"
                                                     "TR" "IN" "RT".
