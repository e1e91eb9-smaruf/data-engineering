      *****************************************************************
      * RETURNED-PAYMENT HISTORY RECORD LAYOUT                        *
      * One row per customer who has had a payment returned by the    *
      * bank, kept by NSF-RETURNS: the lifetime count, the latest     *
      * return, and the certified-funds flag set once the returns in  *
      * the look-back window pass the count in nsf-control.txt.       *
      * Collections reads the flag from DATABASE-HANDLER's inquiry    *
      * and asks for certified funds before accepting another check.  *
      *****************************************************************
           05  NSH-CUSTOMER-ID        PIC 9(6).
           05  NSH-RETURN-COUNT       PIC 9(4).
           05  NSH-LAST-RETURN-DATE   PIC 9(8).
           05  NSH-LAST-RETURN-AMOUNT PIC 9(8)V99 COMP-3.
           05  NSH-CERTIFIED-FLAG     PIC X(1).
               88  NSH-CERTIFIED-FUNDS-ONLY VALUE "Y".
           05  NSH-FLAGGED-DATE       PIC 9(8).
