      *****************************************************************
      * BLOCKED-PARTY SCREENING LIST RECORD - SCRNLIST                *
      * Shared by SCRNMNT (hand-keyed entries), SCRNLOAD (the list    *
      * provider's file), TRANEDIT (screens the feed) and SCRNRESC    *
      * (rescreens the customer base). Entry type 'I' is one of our   *
      * customer or counterparty IDs keyed by hand and matched on ID; *
      * type 'P' is a provider list entry under the provider's own    *
      * entry number, matched on the normalized party name. The       *
      * record is held at 80 bytes so it fits a RATAUDIT image.       *
      *****************************************************************
       01  SCREENING-RECORD.
           05 SCRN-KEY.
              10 SCRN-ENTRY-TYPE   PIC X(1).
                 88 SCRN-PARTY-ID-ENTRY VALUE 'I'.
                 88 SCRN-PROVIDER-ENTRY VALUE 'P'.
              10 SCRN-ID           PIC 9(10).
           05 SCRN-REASON          PIC X(49).
           05 SCRN-PROVIDER-DATA REDEFINES SCRN-REASON.
              10 SCRN-PARTY-NAME   PIC X(40).
              10 SCRN-LIST-PROGRAM PIC X(9).
           05 SCRN-EFF-FROM        PIC X(10).
           05 SCRN-EFF-TO          PIC X(10).
