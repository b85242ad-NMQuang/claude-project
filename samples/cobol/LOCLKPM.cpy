      *****************************************************************
      * STOCK LOCATION LOOKUP PARAMETER AREA - SHARED BY LOCLOOK AND  *
      * ITS CALLERS (ORDPROC, ORDFULF, ORDRETRN, STKRECPT, STKCOUNT,  *
      * STKXFER, STKRECON)                                            *
      * Inputs: a sales region and/or a location code, either may be  *
      * spaces. Outputs: whether stock is held by location at all     *
      * (LKL-ACTIVE 'Y' once WHSEMAST has an active main location),   *
      * the main location, the location serving the region and its    *
      * fallback (spaces = none), and whether the location code       *
      * given is an active location, with its name.                   *
      *****************************************************************
       01  LOCATION-LOOKUP-PARMS.
           05 LKL-REGION           PIC X(20).
           05 LKL-LOC-CODE         PIC X(4).
           05 LKL-ACTIVE           PIC X(1).
           05 LKL-MAIN-LOC         PIC X(4).
           05 LKL-PRIMARY-LOC      PIC X(4).
           05 LKL-FALLBACK-LOC     PIC X(4).
           05 LKL-LOC-VALID        PIC X(1).
           05 LKL-LOC-NAME         PIC X(30).
