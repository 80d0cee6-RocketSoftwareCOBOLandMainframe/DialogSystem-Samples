      *  order, distinct from the approval and void states above:
      *  entered (spaces -- every record written before the field
      *  existed -- or an explicit "E"), picked ("P", stamped when
      *  the nightly CUSTPICK.CBL pick list includes its lines),
      *  part shipped ("B", some goods gone and lines still open --
      *  the open remainder stays reserved and goes back on every
      *  CUSTPICK list until it ships) and shipped ("S", every line
      *  gone, confirmed off the dock through VOCFULF.CBL or the
      *  CUSTSCNP scanned picks).  ord-ship-date is the date of the
      *  latest shipment.  The CUSTSNIV.CBL exception report flags
      *  shipments never invoiced.  ord-ship-date is display digits,
      *  not COMP, so readers can guard with a NUMERIC test the way
      *  ord-disc readers do.
           03  ord-ful-status          PIC X.
               88  order-ful-entered       VALUE "E" " ".
               88  order-ful-picked        VALUE "P".
               88  order-ful-part-shipped  VALUE "B".
               88  order-ful-shipped       VALUE "S".
               88  order-ful-has-shipped   VALUE "B" "S".
           03  ord-ship-date           PIC 9(8).
      *  ord-carrier/ord-freight carry the shipping on the order
      *  instead of smuggling it into ord-val -- keyed with the
      *  before the flag existed) reads as open.
           03  ord-settled-flag        PIC X.
               88  order-settled           VALUE "S".
      *  ord-tax-juris is the taxjur.ism key (state plus postal-code
      *  prefix) the order's ord-tax was charged at -- resolved from
      *  the ship-to address, or the billing address when ord-shipto
      *  is spaces, through the shared custtjur lookup where the
      *  order record is written.  Reprints and the CUSTTXRT return
      *  read it back instead of re-resolving an address that may
      *  have moved since.  Spaces (or low-values, on a record
      *  written before jurisdictions existed) means the order was
      *  taxed at the flat file-c-tax code rate, or not at all.
           03  ord-tax-juris.
               05  ord-tax-state       PIC X(2).
               05  ord-tax-postal      PIC X(5).
      *  ord-dlv-status/date/signed carry the carrier's word on the
      *  shipment after it left -- ord-ful-status stays "S" (every
      *  shipped-order reader keys off it), and the nightly
      *  CUSTTRAK.CBL import of the carriers' tracking files stamps
      *  these: delivered, with the date and the name of whoever
      *  signed, or a delivery exception with its reason code (which
      *  also raises a service issue against the order).  These did
      *  not fit the three bytes of expansion space left -- see
      *  CUSTCNVL.CBL for the one-shot conversion that widened the
      *  record and set them to spaces, which reads as no word from
      *  the carrier yet.  ord-dlv-date is display digits, so readers
      *  guard it with a NUMERIC test the way ord-ship-date readers
      *  do.
           03  ord-dlv-status          PIC X.
               88  order-dlv-none          VALUE " ".
               88  order-delivered         VALUE "D".
               88  order-dlv-exception     VALUE "E".
           03  ord-dlv-date            PIC 9(8).
           03  ord-dlv-signed          PIC X(20).
           03  ord-dlv-exception       PIC XX.
               88  dlv-refused             VALUE "RF".
               88  dlv-damaged             VALUE "DM".
               88  dlv-address-not-found   VALUE "AN".
               88  dlv-other               VALUE "OT".
               88  dlv-exception-valid     VALUE "RF" "DM" "AN" "OT".
      *  ord-req-date is the date the customer asked for the goods
      *  to ship -- keyed or imported with the order, or the order
      *  date plus the customer's normal lead time off the shared
      *  custreqd lookup.  Each line carries its own copy in
      *  ordl-req-date; this one is the order's own, and the only
      *  one an order keyed or imported by value alone has.  The
      *  CUSTOTIF on-time-in-full report measures against it.
      *  Carved out of the expansion space, so orders written
      *  before it existed carry spaces here; readers guard with a
      *  NUMERIC test.
           03  ord-req-date            PIC 9(8).
      *  ord-ic-po-no is, on an order placed by one of our sister
      *  companies (see file-c-ic-company in custrec.cpy), the
      *  number of the purchase order CUSTICPO.CBL raised for it in
      *  the buying company's po.ism.  Carved out of the expansion
      *  space, so orders written before it existed carry spaces
      *  here; readers guard with a NUMERIC test, and zero or
      *  spaces means no purchase order has been raised yet.
           03  ord-ic-po-no            PIC 9(6).
      *  ord-cia-status is set on a new order of a cash-in-advance
      *  account (file-c-pay-mode in custrec.cpy): "W" while it
      *  waits for the cash covering its pro-forma, when CUSTPICK
      *  leaves it off the pick list; "R" once the shared custcia
      *  keeper has seen it paid and released it.  Carved out of the
      *  expansion space, so orders written before it existed carry
      *  spaces: not a cash-in-advance order.
           03  ord-cia-status          PIC X.
               88  order-awaiting-cash     VALUE "W".
               88  order-cash-released     VALUE "R".
      *  ord-last-ship-no is the number of the order's latest
      *  shipment -- each confirmation that sends goods off the dock
      *  is one shipment, with its lines on shipline.ism (see
      *  shiplnrc.cpy) and its own delivery note and invoice.
      *  Carved out of the expansion space, so orders written
      *  before it existed carry spaces: no shipments recorded.
           03  ord-last-ship-no        PIC 9(3).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(2).
