      *> Shared FD for the GL journal-voucher interface.  Every program
      *> that hands money to accounting writes this one layout, a
      *> debit/credit line per account with the run ID as the audit
      *> reference, so the ledger load has a single format to accept.
    FD VOUCHER-FILE.
        01 VOUCHER-REC.
            05 VCH-RUN-ID PIC X(16).
            05 FILLER PIC X VALUE SPACE.
            05 VCH-SEQ PIC 9(4).
            05 FILLER PIC X VALUE SPACE.
            05 VCH-ACCOUNT PIC X(8).
            05 FILLER PIC X VALUE SPACE.
            05 VCH-COST-CENTER PIC X(4).
            05 FILLER PIC X VALUE SPACE.
            05 VCH-DR-CR PIC X.
            05 FILLER PIC X VALUE SPACE.
            05 VCH-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
