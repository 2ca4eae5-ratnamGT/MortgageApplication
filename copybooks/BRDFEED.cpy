      *                    THE FEED RECORD GROWS BY A FURTHER 64
      *                    BYTES - SAME INSTALLATION NOTE AS THE
      *                    ADDRESS FIELDS ABOVE.
      *   2026-10-08  RJT  ADDED THE PRIVATE MORTGAGE INSURANCE FIELDS
      *                    (MI CARRIER, CERTIFICATE, MONTHLY PREMIUM
      *                    AND ORIGINAL PROPERTY VALUE), BOARDED TO THE
      *                    PMI POLICY KSDS (PMIPOL.CPY).  A BLANK
      *                    CARRIER MEANS THE LOAN HAS NO PMI.  THE
      *                    FEED RECORD GROWS BY A FURTHER 39 BYTES -
      *                    SAME INSTALLATION NOTE AS THE ADDRESS
      *                    FIELDS ABOVE.
      *****************************************************************
       01  BOARDING-FEED-RECORD.
           05  BF-LOAN-NUMBER-X        PIC X(10).
           05  BF-INS-EXPIRE-DATE-X    PIC X(08).
           05  BF-INS-EXPIRE-DATE REDEFINES BF-INS-EXPIRE-DATE-X
                                       PIC 9(08).
           05  BF-PMI-CARRIER-CODE     PIC X(06).
           05  BF-PMI-CERTIFICATE      PIC X(15).
           05  BF-PMI-PREMIUM-X        PIC X(07).
           05  BF-PMI-PREMIUM REDEFINES BF-PMI-PREMIUM-X
                                       PIC 9(05)V99.
           05  BF-ORIG-PROP-VALUE-X    PIC X(11).
           05  BF-ORIG-PROP-VALUE REDEFINES BF-ORIG-PROP-VALUE-X
                                       PIC 9(09)V99.
           05  FILLER                  PIC X(14).
