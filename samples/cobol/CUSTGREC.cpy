      *****************************************************************
      * CUSTOMER GROUP LAYOUT - SHARED BY CUSTGMNT (MAINTAINS IT),    *
      * BATCHJOB AND SUSPPROC (GROUP CREDIT TEST AT POSTING), CREDREV *
      * AND GRPEXRPT (GROUP EXPOSURE REPORT)                          *
      * Three kinds of record on CUSTGRP. A group record ('G', keyed  *
      * by group ID) holds the group name and the limit on the        *
      * group's combined exposure, in the group's limit currency. A   *
      * member record ('M', keyed by group ID and customer ID) lists  *
      * one member, so a group's members are read as one run after    *
      * its group record; it carries the member's name and account    *
      * currency as they were when added. A customer record ('C',     *
      * keyed by customer ID) names the group the customer belongs    *
      * to - a customer is in at most one group. Exposure is the sum  *
      * of the members' overdrawn balances converted to the limit     *
      * currency.                                                     *
      *****************************************************************
       01  CUSTOMER-GROUP-RECORD.
           05 CG-KEY.
              10 CG-REC-TYPE       PIC X(1).
                 88 CG-GROUP-HEADER    VALUE 'G'.
                 88 CG-GROUP-MEMBER    VALUE 'M'.
                 88 CG-CUSTOMER-INDEX  VALUE 'C'.
              10 CG-KEY-ID         PIC X(10).
              10 CG-KEY-CUST-ID REDEFINES CG-KEY-ID
                                   PIC 9(10).
              10 CG-KEY-MEMBER-ID  PIC 9(10).
           05 CG-GROUP-ID          PIC X(10).
           05 CG-GROUP-NAME        PIC X(30).
           05 CG-GROUP-LIMIT       PIC 9(10)V99.
           05 CG-LIMIT-CURRENCY    PIC X(3).
           05 CG-UPDATED-DATE      PIC X(10).
           05 CG-OPERATOR          PIC X(8).
