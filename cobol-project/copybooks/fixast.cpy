      *****************************************************************
      * FIXED ASSET MASTER RECORD LAYOUT                              *
      * One row per asset on fixed-assets.dat, keyed by asset number. *
      * Added, transferred and disposed of in FIXED-ASSET-MAINTENANCE *
      * and depreciated once a month by FIXED-ASSET-DEPRECIATION. The *
      * department is a DEPT-CODE on department-master.dat and picks  *
      * the depreciation expense account. Net book value is always    *
      * cost less accumulated depreciation; an asset stops            *
      * depreciating when that reaches its salvage value.             *
      *****************************************************************
           05  FA-ASSET-NUMBER         PIC 9(6).
           05  FA-DESCRIPTION          PIC X(30).
           05  FA-DEPARTMENT           PIC X(20).
           05  FA-IN-SERVICE-DATE      PIC 9(8).
           05  FA-COST                 PIC 9(10)V99 COMP-3.
           05  FA-SALVAGE-VALUE        PIC 9(10)V99 COMP-3.
           05  FA-LIFE-MONTHS          PIC 9(4).
           05  FA-METHOD               PIC X(1).
               88  FA-STRAIGHT-LINE    VALUE "S".
               88  FA-DECLINING-BALANCE VALUE "D".
           05  FA-ACCUMULATED-DEPREC   PIC 9(10)V99 COMP-3.
           05  FA-MONTHS-DEPRECIATED   PIC 9(4).
           05  FA-LAST-DEPREC-PERIOD   PIC 9(6).
           05  FA-STATUS               PIC X(1).
               88  FA-IS-ACTIVE        VALUE "A".
               88  FA-IS-FULLY-DEPRECIATED VALUE "F".
               88  FA-IS-DISPOSED      VALUE "D".
           05  FA-ADDED-BY             PIC X(8).
           05  FA-ADDED-DATE           PIC 9(8).
      * Filled in when the asset is disposed of: the proceeds, and
      * the gain (positive) or loss (negative) against net book value
      * posted to the ledger at the time.
           05  FA-DISPOSAL-DATE        PIC 9(8).
           05  FA-DISPOSAL-PROCEEDS    PIC 9(10)V99 COMP-3.
           05  FA-DISPOSAL-GAIN-LOSS   PIC S9(10)V99 COMP-3.
           05  FA-DISPOSED-BY          PIC X(8).
