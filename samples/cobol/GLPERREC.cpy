      *****************************************************************
      * GL PERIOD CONTROL RECORD LAYOUT - SHARED BY GLCLOSE (WHICH    *
      * CLOSES, REOPENS AND RUNS THE YEAR END) AND GLPOST (WHICH      *
      * REFUSES A JOURNAL DATED INTO A CLOSED PERIOD).                *
      * One record per period (CCYYMM) once it has been closed. A     *
      * period with no record is still open. A reopened period takes  *
      * late journals again until it is closed a second time.         *
      *****************************************************************
       01  GL-PERIOD-RECORD.
           05 GLP-PERIOD           PIC X(6).
           05 GLP-STATUS           PIC X(1).
              88 GLP-CLOSED                   VALUE 'C'.
              88 GLP-REOPENED                 VALUE 'R'.
           05 GLP-CLOSED-DATE      PIC X(8).
           05 GLP-CLOSED-BY        PIC X(8).
           05 GLP-REOPENED-DATE    PIC X(8).
           05 GLP-REOPENED-BY      PIC X(8).
           05 GLP-YEAR-END-FLAG    PIC X(1).
              88 GLP-YEAR-END-DONE            VALUE 'Y'.
           05 GLP-YEAR-END-DATE    PIC X(8).
           05 GLP-YEAR-END-BY      PIC X(8).
