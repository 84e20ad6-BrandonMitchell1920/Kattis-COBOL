      *> Shared FD for the violation dispute master.  A dispute is
      *> F(ILED), goes U(NDER REVIEW) when a reviewer takes it, and is
      *> closed either P (UPHELD - the fine stands) or D (DISMISSED -
      *> invoice cancelled, fine credited and the points reversed).
    FD DISPUTE-FILE.
        01 DISPUTE-REC.
            05 DSP-KEY.
                10 DSP-INVOICE-NO       PIC X(12).
                10 DSP-TRIP-NUMBER      PIC 9(4).
            05 DSP-DRIVER-ID            PIC X(6).
            05 DSP-STATUS               PIC X.
                88 DISPUTE-FILED VALUE "F".
                88 DISPUTE-UNDER-REVIEW VALUE "U".
                88 DISPUTE-UPHELD VALUE "P".
                88 DISPUTE-DISMISSED VALUE "D".
                88 DISPUTE-OPEN VALUE "F" "U".
            05 DSP-FILED-DATE           PIC X(8).
            05 DSP-REVIEWER             PIC X(8).
            05 DSP-REVIEW-DATE          PIC X(8).
            05 DSP-DECIDED-DATE         PIC X(8).
            05 DSP-REASON               PIC X(20).
