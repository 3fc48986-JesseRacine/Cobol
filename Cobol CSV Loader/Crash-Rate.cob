      *   L;code;aadt   for a standardized location (LOC-MASTER.DAT
      *                 code, as stamped on the records' LocCode)
      *   Z;zone;aadt   for a zone
      *   C;corridor;aadt  for a CORRIDOR-MASTER.DAT corridor - read
      *                 by Corridor-Report, passed over here
      * Reads sorted.dat, accumulates crash counts and the same
      * severity score Severity-Rank computes (base 1, fatality 50,
      * injury 10, passengers 1 each, pedestrians 5 each, work area
           END-IF
           GOBACK.

      * L;code;aadt and Z;zone;aadt lines, * comments, blanks and
      * corridor lines skipped. The volume entries seed the table
      * so every keyed AADT is present even when this quarter saw
      * no crashes there.
       Load-Volume-Master.
           OPEN INPUT VolumeFile
           IF WS-Vol-Status NOT = "00"
                   AT END SET EndOfVolumeFile TO TRUE
                   NOT AT END
                       IF VolumeRec NOT = SPACE AND
                               VolumeRec(1:1) NOT = "*" AND
                               VolumeRec(1:2) NOT = "C;"
                           PERFORM Load-One-Volume-Line
                       END-IF
               END-READ
