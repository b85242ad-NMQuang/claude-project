           05 RC-SUSP-OUT-COUNT    PIC 9(7).
           05 RC-RECON-MISMATCH-COUNT PIC 9(7).
           05 RC-TRANSFER-NET      PIC S9(12)V99.
           05 RC-SUSP-NET-AMOUNT   PIC S9(12)V99.


       WORKING-STORAGE SECTION.
