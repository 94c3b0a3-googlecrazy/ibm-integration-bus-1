       01  PostcodeRegionRecord.
           03  PostcodeArea                PIC X(2).
           03  RegionCode                  PIC X(4).
           03  RegionName                  PIC X(20).
