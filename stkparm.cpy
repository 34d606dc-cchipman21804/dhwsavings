      ******************************************************************
      *
      * STKPARM.CPY
      *
      * Parameter layout passed between a calling program and the
      * shared van stock post stkpost.cob.  The caller sets the
      * action, the van (operator ID), the measure code and the
      * quantity, plus the account for an install or the other van
      * for a transfer; stkpost posts the movement to the van stock
      * file (vanstock.cpy), logs it (stkmove.cpy), and hands back
      * the van's on-hand and reorder point with sk-status-flag set:
      *   Y  posted
      *   S  install posted against a van with none on hand
      *   R  refused -- a transfer out of more than the van holds, or
      *      an inquiry for a measure the van has never carried
      *   N  no van stock file on hand -- the site is not tracking
      *      stock yet, and an install is simply not drawn
      *
      * Copy this body under a 01-level group, e.g.
      *     01  stock-parameters.
      *         copy "stkparm.cpy".
      *
      ******************************************************************
      *
           05  sk-action                   pic x(8).
               88  sk-install                  value "INSTALL".
               88  sk-receive                  value "RECEIVE".
               88  sk-transfer-out             value "XFER-OUT".
               88  sk-transfer-in              value "XFER-IN".
               88  sk-set-reorder              value "REORDER".
               88  sk-inquire                  value "INQUIRE".
           05  sk-operator-id              pic x(8).
           05  sk-measure-code             pic 99.
           05  sk-quantity                 pic 9(5).
           05  sk-account-no               pic 9(7).
           05  sk-other-operator           pic x(8).
           05  sk-entered-by               pic x(8).
           05  sk-on-hand                  pic 9(5).
           05  sk-reorder-point            pic 9(5).
           05  sk-status-flag              pic x.
               88  sk-posted                   value "Y".
               88  sk-posted-short             value "S".
               88  sk-refused                  value "R".
               88  sk-not-tracked              value "N".
