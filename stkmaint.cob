      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Van Stock
      * Receiving and Transfer
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * Lets the office post measure stock onto and between the
      * operators' vans (vanstock.cpy): stock received from the
      * warehouse onto a van, stock moved from one van to another,
      * and the reorder point below which the weekly stock report
      * (stkrept.cob) flags a van's measure.  Installs are drawn by
      * dhwsave and dhwbatch, never keyed here.  Every movement is
      * posted through the shared stock post stkpost.cob, which logs
      * it on the stock movement log (stkmove.cpy) with the
      * signed-on operator, so the movement log is the trail of who
      * moved what.
      *
      * The van is keyed by its operator's ID and the measure by its
      * catalog code; both are checked against the operator master
      * and the measure catalog when those files are on hand.  A
      * transfer is refused when the sending van holds fewer than
      * the quantity moved.
      *
      ************************************************************
      *
       identification division.
       program-id.    stkmaint.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select operator-master-file assign to "OPERMAST"
                  organization is indexed
                  access mode is dynamic
                  record key is om-operator-id
                  file status is opermast-status.
      *
           select measure-cat-file assign to "MEASCAT"
                  organization is indexed
                  access mode is dynamic
                  record key is ms-measure-code
                  file status is meascat-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "opermast.cpy".
       copy "meascat.cpy".
      *
       working-storage section.
      *
       01 opermast-status                  pic xx.
          88 opermast-ok                        value "00".
      *
       01 opermast-avail-switch            pic x     value "N".
          88 opermast-available                 value "Y".
      *
       01 meascat-status                   pic xx.
          88 meascat-ok                         value "00".
      *
       01 meascat-avail-switch             pic x     value "N".
          88 meascat-available                  value "Y".
      *
       01 maint-answer                     pic x.
          88 maint-done                         value "N" "n".
      *
       01 movement-choice                  pic x.
          88 choice-receive                     value "R" "r".
          88 choice-transfer                    value "T" "t".
          88 choice-reorder                     value "P" "p".
          88 choice-quit                        value "Q" "q".
      *
       01 entry-check-switch               pic x     value "N".
          88 entry-rejected                     value "Y".
      *
       01 van-entry                        pic x(8).
       01 to-van-entry                     pic x(8).
       01 checked-van                      pic x(8).
       01 measure-entry                    pic 99.
       01 quantity-entry                   pic 9(5).
       01 reorder-entry                    pic 9(5).
      *
       01 signon-parameters.
          copy "signparm.cpy".
      *
       01 stock-parameters.
          copy "stkparm.cpy".
      *
      ************************************************************
      *
       procedure division.
       main-para.
      * Van stock is reference data kept by the office: billing or
      * a supervisor may sign on here (see signparm.cpy)
           initialize signon-parameters
           set so-maint-roles to true
           call "signon" using signon-parameters
           if so-signon-failed
              display "Sign-on failed -- run cancelled"
              stop run
           end-if
      *
           perform 1000-open-reference-files
      *
           perform 2000-post-one-movement thru 2000-exit
                   until maint-done
      *
           if opermast-available
              close operator-master-file
           end-if
           if meascat-available
              close measure-cat-file
           end-if
           stop run.
      *
      *********************************************************************
      *
      * O P E N   F I L E S
      *
      *********************************************************************
      *
      * The van stock file itself is opened, and created on first
      * use, by stkpost; the operator master and measure catalog are
      * only read here to check what is keyed
      *
       1000-open-reference-files.
           open input operator-master-file
           if opermast-ok
              set opermast-available to true
           else
              display "No operator master on hand -- "
                      "van IDs not checked"
           end-if
      *
           open input measure-cat-file
           if meascat-ok
              set meascat-available to true
           else
              display "No measure catalog on hand -- "
                      "measure codes not checked"
           end-if.
      *
      *********************************************************************
      *
      * P O S T   O N E   M O V E M E N T
      *
      *********************************************************************
      *
       2000-post-one-movement.
           display " "
           display "R  Receive stock onto a van"
           display "T  Transfer stock between vans"
           display "P  Set a van's reorder point"
           display "Q  Quit"
           display "Choice: "
           move space to movement-choice
           accept movement-choice
      *
           if choice-quit
              move "N" to maint-answer
              go to 2000-exit
           end-if
      *
           if not choice-receive
              and not choice-transfer
              and not choice-reorder
              display "Choose R, T, P or Q"
              go to 2000-exit
           end-if
      *
           display "Van (operator ID): "
           move spaces to van-entry
           accept van-entry
           move van-entry to checked-van
           perform 2100-check-van thru 2100-exit
           if entry-rejected
              go to 2000-exit
           end-if
      *
           display "Measure code: "
           move zero to measure-entry
           accept measure-entry
           perform 2200-check-measure thru 2200-exit
           if entry-rejected
              go to 2000-exit
           end-if
      *
           perform 2300-show-van-stock
      *
           evaluate true
               when choice-receive
                    perform 3000-receive-stock thru 3000-exit
               when choice-transfer
                    perform 4000-transfer-stock thru 4000-exit
               when other
                    perform 5000-set-reorder-point thru 5000-exit
           end-evaluate
      *
           display "Another movement (Y/N)? "
           accept maint-answer.
      *
       2000-exit.
           exit.
      *
      *********************************************************************
      *
      * C H E C K   W H A T   W A S   K E Y E D
      *
      *********************************************************************
      *
      * Stock may still be moved off an inactive operator's van --
      * that is how a departing surveyor's van is emptied -- so only
      * an ID not on the master at all is refused
      *
       2100-check-van.
           move "N" to entry-check-switch
           if checked-van is equal to spaces
              display "A van must be keyed"
              set entry-rejected to true
              go to 2100-exit
           end-if
      *
           if not opermast-available
              go to 2100-exit
           end-if
      *
           move checked-van to om-operator-id
           read operator-master-file
                invalid key
                   display "Operator " checked-van
                           " is not on the operator master"
                   set entry-rejected to true
           end-read.
      *
       2100-exit.
           exit.
      *
       2200-check-measure.
           move "N" to entry-check-switch
           if measure-entry is equal to zero
              display "A catalog measure must be keyed"
              set entry-rejected to true
              go to 2200-exit
           end-if
      *
           if not meascat-available
              go to 2200-exit
           end-if
      *
           move measure-entry to ms-measure-code
           read measure-cat-file
                invalid key
                   display "Measure " measure-entry
                           " is not in the measure catalog"
                   set entry-rejected to true
                   go to 2200-exit
           end-read
      *
           display "Measure      : " ms-description.
      *
       2200-exit.
           exit.
      *
       2300-show-van-stock.
           initialize stock-parameters
           set sk-inquire to true
           move van-entry     to sk-operator-id
           move measure-entry to sk-measure-code
           call "stkpost" using stock-parameters
      *
           if sk-posted
              display "On hand      : " sk-on-hand
                      "  reorder point " sk-reorder-point
           else
              display "On hand      : none -- not yet carried on "
                      "this van"
           end-if.
      *
      *********************************************************************
      *
      * R E C E I V E   S T O C K
      *
      *********************************************************************
      *
       3000-receive-stock.
           display "Quantity received (0 to cancel): "
           move zero to quantity-entry
           accept quantity-entry
           if quantity-entry is equal to zero
              go to 3000-exit
           end-if
      *
           initialize stock-parameters
           set sk-receive to true
           move van-entry      to sk-operator-id
           move measure-entry  to sk-measure-code
           move quantity-entry to sk-quantity
           move so-operator-id to sk-entered-by
           call "stkpost" using stock-parameters
      *
           if sk-not-tracked
              display "Unable to open the van stock file"
           else
              display "Received -- on hand now " sk-on-hand
           end-if.
      *
       3000-exit.
           exit.
      *
      *********************************************************************
      *
      * T R A N S F E R   S T O C K
      *
      *********************************************************************
      *
      * Taken off the sending van first, so a van that cannot cover
      * the quantity is refused before anything lands on the other
      *
       4000-transfer-stock.
           display "Transfer to van (operator ID): "
           move spaces to to-van-entry
           accept to-van-entry
      *
           if to-van-entry is equal to van-entry
              display "A van cannot transfer to itself"
              go to 4000-exit
           end-if
      *
           move to-van-entry to checked-van
           perform 2100-check-van thru 2100-exit
           if entry-rejected
              go to 4000-exit
           end-if
      *
           display "Quantity transferred (0 to cancel): "
           move zero to quantity-entry
           accept quantity-entry
           if quantity-entry is equal to zero
              go to 4000-exit
           end-if
      *
           initialize stock-parameters
           set sk-transfer-out to true
           move van-entry      to sk-operator-id
           move measure-entry  to sk-measure-code
           move quantity-entry to sk-quantity
           move to-van-entry   to sk-other-operator
           move so-operator-id to sk-entered-by
           call "stkpost" using stock-parameters
      *
           if sk-not-tracked
              display "Unable to open the van stock file"
              go to 4000-exit
           end-if
           if sk-refused
              display "Refused -- van " van-entry " holds only "
                      sk-on-hand
              go to 4000-exit
           end-if
      *
           initialize stock-parameters
           set sk-transfer-in to true
           move to-van-entry   to sk-operator-id
           move measure-entry  to sk-measure-code
           move quantity-entry to sk-quantity
           move van-entry      to sk-other-operator
           move so-operator-id to sk-entered-by
           call "stkpost" using stock-parameters
      *
           display "Transferred -- van " to-van-entry
                   " on hand now " sk-on-hand.
      *
       4000-exit.
           exit.
      *
      *********************************************************************
      *
      * S E T   R E O R D E R   P O I N T
      *
      *********************************************************************
      *
       5000-set-reorder-point.
           display "Reorder point (on hand below this is flagged): "
           move zero to reorder-entry
           accept reorder-entry
      *
           initialize stock-parameters
           set sk-set-reorder to true
           move van-entry      to sk-operator-id
           move measure-entry  to sk-measure-code
           move reorder-entry  to sk-reorder-point
           move so-operator-id to sk-entered-by
           call "stkpost" using stock-parameters
      *
           if sk-not-tracked
              display "Unable to open the van stock file"
           else
              display "Reorder point now " sk-reorder-point
           end-if.
      *
       5000-exit.
           exit.
