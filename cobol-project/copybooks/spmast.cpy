      *****************************************************************
      * SALESPERSON MASTER RECORD LAYOUT                              *
      * One line per salesperson on salesperson-master.txt. Shared by *
      * REPORT-GENERATOR (code validation and the territory check),   *
      * COMMISSION-REGISTER (names) and SALES-ATTAINMENT (names and   *
      * territory ranking). The territory is the sales territory the  *
      * salesperson owns, keyed on territories.txt; a salesperson     *
      * with none is a house or floating rep. Lines written before    *
      * the territory was added read back blank.                      *
      *****************************************************************
           05  SPM-CODE            PIC X(4).
           05  FILLER              PIC X(1).
           05  SPM-NAME            PIC X(25).
           05  FILLER              PIC X(1).
           05  SPM-ACTIVE          PIC X(1).
           05  FILLER              PIC X(1).
           05  SPM-TERRITORY       PIC X(4).
