      ******************************************************************
      *
      * VANSTOCK.CPY
      *
      * Measure stock on the operators' vans.  One record per
      * operator (the van is the operator's) per catalog measure
      * (meascat.cpy), keyed on the operator ID plus the measure
      * code.  Maintained only through the shared stock post
      * stkpost.cob (see stkparm.cpy): the warehouse loads and moves
      * stock through stkmaint.cob, and dhwsave and dhwbatch draw
      * one unit off the installing operator's van for every saved
      * analysis with a catalog measure.  stkrept.cob reports it.
      *
      * vs-on-hand never goes below zero.  An install recorded when
      * the van had none on hand leaves it at zero and is counted in
      * vs-short-installs (and flagged on the stock movement log,
      * stkmove.cpy) -- either the paperwork or the stock is wrong.
      *
      ******************************************************************
      *
       fd  van-stock-file
           label records are standard.
       01  van-stock-record.
           05  vs-stock-key.
               10  vs-operator-id          pic x(8).
               10  vs-measure-code         pic 99.
           05  vs-on-hand                  pic 9(5).
           05  vs-reorder-point            pic 9(5).
           05  vs-last-receipt-date        pic 9(8).
           05  vs-last-install-date        pic 9(8).
           05  vs-short-installs           pic 9(5).
