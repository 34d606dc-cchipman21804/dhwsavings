      ************************************************************
      *
      * Domestic Hot Water Savings Calculator - Van Stock Post
      * Written by, Clifford A. Chipman, EMIT
      * in VSI COBOL
      *
      * One poster for every movement of measure stock on the
      * operators' vans, CALLed the way jrnlpost is (see stkparm.cpy
      * for the parameter layout).  Applies the caller's movement to
      * the van stock file (vanstock.cpy) and appends it to the stock
      * movement log (stkmove.cpy), creating either on first use the
      * way the audit log is created -- except that an install is not
      * drawn at all while the site has no van stock file, so the
      * analysis programs run unchanged until stock is first loaded.
      *
      * A measure a van has never carried gets its stock record the
      * first time anything is posted to it; an install against it
      * is therefore always a short install.
      *
      ************************************************************
      *
       identification division.
       program-id.    stkpost.
       author.        Chipman.
      *
      ************************************************************
      *
       environment division.
       input-output section.
       file-control.
           select van-stock-file assign to "VANSTOCK"
                  organization is indexed
                  access mode is dynamic
                  record key is vs-stock-key
                  file status is vanstock-status.
      *
           select stock-move-file assign to "STKMOVE"
                  organization is line sequential
                  file status is stkmove-status.
      *
      ************************************************************
      *
       data division.
       file section.
       copy "vanstock.cpy".
       copy "stkmove.cpy".
      *
       working-storage section.
      *
       01 vanstock-status                  pic xx.
          88 vanstock-ok                        value "00".
      *
       01 stkmove-status                   pic xx.
          88 stkmove-ok                         value "00".
      *
       01 stock-row-switch                 pic x     value "N".
          88 stock-row-new                      value "Y".
      *
       01 run-timestamp.
          02 run-date                      pic 9(8).
          02 run-time                      pic 9(6).
      *
      ************************************************************
      *
       linkage section.
      *
       01 stock-parameters.
          copy "stkparm.cpy".
      *
      ************************************************************
      *
       procedure division using stock-parameters.
       main-para.
           accept run-date from date yyyymmdd
           accept run-time from time
      *
           move zero to sk-on-hand
           if not sk-set-reorder
              move zero to sk-reorder-point
           end-if
      *
           open i-o van-stock-file
           if not vanstock-ok
              if sk-install or sk-inquire
                 set sk-not-tracked to true
                 goback
              end-if
              open output van-stock-file
              close van-stock-file
              open i-o van-stock-file
              if not vanstock-ok
                 set sk-not-tracked to true
                 goback
              end-if
           end-if
      *
           perform 100-read-stock-row
      *
           set sk-posted to true
           evaluate true
               when sk-install
                    perform 200-post-install
               when sk-receive
                    perform 300-post-receipt
               when sk-transfer-in
                    perform 300-post-receipt
               when sk-transfer-out
                    perform 400-post-transfer-out
               when sk-set-reorder
                    perform 500-post-reorder-point
               when other
                    perform 600-post-inquiry
           end-evaluate
      *
           move vs-on-hand       to sk-on-hand
           if not sk-set-reorder
              move vs-reorder-point to sk-reorder-point
           end-if
      *
           if not sk-refused and not sk-inquire
              perform 700-save-stock-row
              perform 800-log-movement
           end-if
      *
           close van-stock-file
           goback.
      *
      *********************************************************************
      *
      * S T O C K   R O W
      *
      *********************************************************************
      *
       100-read-stock-row.
           move "N" to stock-row-switch
           move sk-operator-id  to vs-operator-id
           move sk-measure-code to vs-measure-code
           read van-stock-file
                invalid key set stock-row-new to true
           end-read
      *
           if stock-row-new
              move sk-operator-id  to vs-operator-id
              move sk-measure-code to vs-measure-code
              move zero to vs-on-hand
              move zero to vs-reorder-point
              move zero to vs-last-receipt-date
              move zero to vs-last-install-date
              move zero to vs-short-installs
           end-if.
      *
      *********************************************************************
      *
      * M O V E M E N T S
      *
      *********************************************************************
      *
      * An install the van cannot cover still happened -- the
      * household has the measure -- so it is posted, leaving the van
      * at zero, and counted short for the stock report
      *
       200-post-install.
           if vs-on-hand is less than sk-quantity
              move zero to vs-on-hand
              add 1 to vs-short-installs
              set sk-posted-short to true
           else
              subtract sk-quantity from vs-on-hand
           end-if
           move run-date to vs-last-install-date.
      *
       300-post-receipt.
           add sk-quantity to vs-on-hand
           if sk-receive
              move run-date to vs-last-receipt-date
           end-if.
      *
       400-post-transfer-out.
           if vs-on-hand is less than sk-quantity
              set sk-refused to true
           else
              subtract sk-quantity from vs-on-hand
           end-if.
      *
       500-post-reorder-point.
           move sk-reorder-point to vs-reorder-point.
      *
       600-post-inquiry.
           if stock-row-new
              set sk-refused to true
           end-if.
      *
      *********************************************************************
      *
      * S A V E   A N D   L O G
      *
      *********************************************************************
      *
       700-save-stock-row.
           if stock-row-new
              write van-stock-record
                    invalid key continue
              end-write
           else
              rewrite van-stock-record
                      invalid key continue
              end-rewrite
           end-if.
      *
       800-log-movement.
           move run-date          to sm-move-date
           move run-time          to sm-move-time
           move sk-operator-id    to sm-operator-id
           move sk-measure-code   to sm-measure-code
           move sk-action         to sm-move-type
           move sk-quantity       to sm-quantity
           if sk-set-reorder
              move sk-reorder-point to sm-quantity
           end-if
           move vs-on-hand        to sm-on-hand-after
           move sk-account-no     to sm-account-no
           move sk-other-operator to sm-other-operator
           move space             to sm-short-flag
           if sk-posted-short
              set sm-installed-short to true
           end-if
           move sk-entered-by     to sm-entered-by
      *
           open extend stock-move-file
           if not stkmove-ok
              open output stock-move-file
           end-if
           write stock-move-record
           close stock-move-file.
