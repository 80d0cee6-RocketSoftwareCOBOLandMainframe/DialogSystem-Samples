      *  rejection reason text; "T" sends the terse one (status
      *  and order number only) for loads that want nothing else.
           03  tp-ack-format           PIC X.
      *  tp-send-asn/tp-send-inv flag a partner for the outbound
      *  documents CUSTEDIX.CBL writes -- an advance ship notice per
      *  confirmed shipment, an electronic invoice per invoice cut
      *  -- for every account linked to the partner through
      *  file-c-tp-id.  tp-out-format "F" lays the records out in
      *  fixed columns; "D" separates the fields with
      *  tp-out-delim (a comma when left blank) and prints amounts
      *  with a decimal point.  Spaces (every profile loaded before
      *  the outbound feed existed) read as no documents and "F".
           03  tp-send-asn             PIC X.
               88  tp-wants-asn            VALUE "Y".
           03  tp-send-inv             PIC X.
               88  tp-wants-invoice        VALUE "Y".
           03  tp-out-format           PIC X.
               88  tp-out-delimited        VALUE "D".
           03  tp-out-delim            PIC X.
      *  tp-reqd-pos is where the partner's requested ship date (8
      *  digits, YYYYMMDD) sits; zero -- or spaces, on a profile
      *  loaded before the field existed -- means the partner sends
      *  none and the account's lead time sets the date.
           03  tp-reqd-pos             PIC 9(2).
      *  tp-item-pos/tp-qty-pos place the item code (4) and the
      *  quantity used (5 digits) in a consignment customer's own
      *  usage file, which CUSTCNSU.CBL run with the partner id reads
      *  through the profile together with tp-ccode-pos and
      *  tp-date-pos.  CUSTOIMP reads the product and quantity of
      *  a partner's order through the same two positions.  Zero
      *  (or spaces) means the partner sends neither.
           03  tp-item-pos             PIC 9(2).
           03  tp-qty-pos              PIC 9(2).
