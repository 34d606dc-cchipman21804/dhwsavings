      ******************************************************************
      *
      * STKMOVE.CPY
      *
      * Van stock movement log.  One record is appended by
      * stkpost.cob for every movement posted to the van stock file
      * (vanstock.cpy), so the weekly stock report can show what
      * moved and the office can trace how a van came to hold what
      * it holds:
      *   RECEIVE   loaded onto the van from the warehouse
      *   XFER-OUT  moved off this van to sm-other-operator's
      *   XFER-IN   moved onto this van from sm-other-operator's
      *   INSTALL   drawn by a saved analysis for sm-account-no;
      *             sm-short-flag Y when the van had none on hand
      *   REORDER   reorder point set to sm-quantity
      *
      ******************************************************************
      *
       fd  stock-move-file
           label records are standard.
       01  stock-move-record.
           05  sm-move-date                pic 9(8).
           05  sm-move-time                pic 9(6).
           05  sm-operator-id              pic x(8).
           05  sm-measure-code             pic 99.
           05  sm-move-type                pic x(8).
           05  sm-quantity                 pic 9(5).
           05  sm-on-hand-after            pic 9(5).
           05  sm-account-no               pic 9(7).
           05  sm-other-operator           pic x(8).
           05  sm-short-flag               pic x.
               88  sm-installed-short          value "Y".
           05  sm-entered-by               pic x(8).
