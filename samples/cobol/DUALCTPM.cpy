      *****************************************************************
      * DUAL-CONTROL PARAMETER AREA - SHARED BY DUALCTL AND THE       *
      * PROGRAMS WHOSE SUPERVISOR ACTIONS GO THROUGH THE PENDING-     *
      * ACTION QUEUE (TRNREV, SUSPWOFF, LIMOVMNT, HOLDMGMT).          *
      * Functions: SUBMIT queues an action and returns its ID;        *
      * FETCH returns a pending action to the approving supervisor;   *
      * APPROVE and DECLINE close it; LIST shows what is pending.     *
      * The caller passes its program name as the action type and     *
      * the signed-on operator and authority from OPERSIGN.           *
      * Result 00 is success; otherwise NF not found, WT another      *
      * program's action, NP no longer pending, SO the approver is    *
      * the originator, NA not supervisor authority, IO file error.   *
      *****************************************************************
       01  DUAL-CONTROL-PARAMETERS.
           05 DC-FUNCTION          PIC X(8).
           05 DC-ACTION-TYPE       PIC X(8).
           05 DC-OPERATOR-ID       PIC X(8).
           05 DC-AUTHORITY         PIC X(1).
           05 DC-ACTION-ID         PIC 9(8).
           05 DC-CUST-ID           PIC 9(10).
           05 DC-AMOUNT            PIC S9(10)V99.
           05 DC-DESCRIPTION       PIC X(40).
           05 DC-DETAIL            PIC X(100).
           05 DC-ORIGINATOR        PIC X(8).
           05 DC-REASON            PIC X(40).
           05 DC-RESULT            PIC X(2).
              88 DC-OK                VALUE '00'.
