      *****************************************************************
      * GL JOURNAL LINE RECORD LAYOUT                                 *
      * The lines of a manual journal, keyed journal number + line.   *
      * Each names an account the account map knows, the side and     *
      * the amount; a journal's debit lines always total its credit   *
      * lines, which GL-JOURNAL-ENTRY checks before it will save.     *
      *****************************************************************
           05  JRL-KEY.
               10  JRL-JOURNAL-NUMBER  PIC 9(6).
               10  JRL-LINE            PIC 9(3).
           05  JRL-ACCOUNT             PIC X(10).
           05  JRL-DR-CR               PIC X(2).
           05  JRL-AMOUNT              PIC 9(10)V99 COMP-3.
           05  JRL-DESCRIPTION         PIC X(30).
