      *****************************************************************
      * REGION SERVING-LOCATION RECORD LAYOUT - SHARED BY ALL         *
      * PROGRAMS THAT OPEN RGNLOC (WHSEMNT, LOCLOOK)                  *
      * One record per sales region: the warehouse that normally      *
      * ships the region's orders and, optionally, the one ORDPROC    *
      * may fall back on when the first cannot cover a line. Spaces   *
      * in RGL-FALLBACK-LOC means no fallback - the line is short.    *
      *****************************************************************
       01  REGION-LOCATION-RECORD.
           05 RGL-REGION           PIC X(20).
           05 RGL-LOC-CODE         PIC X(4).
           05 RGL-FALLBACK-LOC     PIC X(4).
           05 RGL-CHANGED-BY       PIC X(8).
           05 RGL-CHANGED-DATE     PIC X(10).
