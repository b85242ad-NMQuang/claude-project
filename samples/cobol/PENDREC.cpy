      *****************************************************************
      * PENDING-ACTION RECORD - PENDACT (INDEXED, KEY PA-ACTION-ID)   *
      * Dual-control queue kept by the DUALCTL module for the         *
      * supervisor actions that need a second, different supervisor   *
      * before they take effect (TRNREV reversals, SUSPWOFF write-    *
      * offs, LIMOVMNT overrides, HOLDMGMT hold releases). PA-DETAIL  *
      * carries the originating program's own request fields, which   *
      * that program lays out and reads back when the action is       *
      * approved. PENDEXP expires items left pending too long.        *
      * Action ID zero is the control record holding the last ID      *
      * assigned.                                                     *
      *****************************************************************
       01  PENDING-ACTION-RECORD.
           05 PA-ACTION-ID         PIC 9(8).
           05 PA-ACTION-DATA.
              10 PA-ACTION-TYPE    PIC X(8).
              10 PA-STATUS         PIC X(2).
                 88 PA-PENDING        VALUE 'PE'.
                 88 PA-APPROVED       VALUE 'AP'.
                 88 PA-DECLINED       VALUE 'DC'.
                 88 PA-EXPIRED        VALUE 'EX'.
              10 PA-REQUEST-DATE   PIC X(10).
              10 PA-REQUEST-TIME   PIC X(8).
              10 PA-ORIGINATOR     PIC X(8).
              10 PA-CUST-ID        PIC 9(10).
              10 PA-AMOUNT         PIC S9(10)V99.
              10 PA-DESCRIPTION    PIC X(40).
              10 PA-DETAIL         PIC X(100).
              10 PA-ACTION-DATE    PIC X(10).
              10 PA-ACTIONED-BY    PIC X(8).
              10 PA-REASON         PIC X(40).
           05 PA-CONTROL-DATA REDEFINES PA-ACTION-DATA.
              10 PA-CTL-LAST-ID    PIC 9(8).
              10 FILLER            PIC X(248).
