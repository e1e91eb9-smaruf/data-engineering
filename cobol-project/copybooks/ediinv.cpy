      *****************************************************************
      * ELECTRONIC INVOICE TRANSMISSION LOG RECORD LAYOUT             *
      * One row on edi-invoice-log.dat for every invoice INVOICE-     *
      * GENERATOR has put on the electronic invoice file, keyed by    *
      * invoice number: who it went to, in which interchange, when,   *
      * for how much, and what the partner made of it. Rows start     *
      * out awaiting acknowledgement; EDI-ACK-INTAKE marks them       *
      * accepted or rejected from the partners' acknowledgements and  *
      * EDI-UNACKED-REPORT lists the ones still waiting.              *
      *****************************************************************
           05  EDL-INVOICE-NUMBER      PIC X(10).
           05  EDL-CUSTOMER-ID         PIC 9(6).
           05  EDL-PARTNER-ID          PIC X(15).
           05  EDL-INTERCHANGE-NUMBER  PIC 9(9).
           05  EDL-SENT-DATE           PIC 9(8).
           05  EDL-INVOICE-AMOUNT      PIC S9(8)V99 COMP-3.
           05  EDL-SEGMENT-COUNT       PIC 9(5).
           05  EDL-STATUS              PIC X(1).
               88  EDL-AWAITING-ACK    VALUE "S".
               88  EDL-ACCEPTED        VALUE "A".
               88  EDL-REJECTED        VALUE "R".
           05  EDL-ACK-DATE            PIC 9(8).
           05  EDL-REJECT-REASON       PIC X(30).
