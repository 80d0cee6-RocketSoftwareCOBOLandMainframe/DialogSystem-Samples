      *  was tracked) keeps the old never-taxed behavior; readers
      *  guard with a NUMERIC test.
           03  file-c-tax-exp          PIC 9(8).
      *  file-c-delivery is how the account wants its statements,
      *  invoices and dunning letters: on paper, by e-mail to
      *  file-c-email, or both.  Set from the dlvpref.dat deck by
      *  CUSTDLVM.CBL; the nightly CUSTMAIL.CBL step splits the
      *  e-mailed documents out of the print streams and puts an
      *  account whose mail bounces back on paper.  Spaces (every
      *  record written before the field existed) means paper.
           03  file-c-delivery         PIC X.
               88  delivery-paper          VALUE "P" " ".
               88  delivery-email          VALUE "E".
               88  delivery-both           VALUE "B".
      *  file-c-tp-id links the account to the trading partner
      *  (tpprof.ism) that sends its orders -- stamped by CUSTOIMP
      *  the first time it accepts an order for the account under
      *  that partner's profile.  CUSTEDIX.CBL sends the account's
      *  ship notices and electronic invoices to the partner the
      *  profile flags for them.  Spaces means no partner.
           03  file-c-tp-id            PIC X(4).
      *  file-c-lead-days is the account's normal lead time -- the
      *  number of days after the order date it expects its goods
      *  to ship -- set from the leadtime.dat deck by CUSTLEAD.CBL.
      *  The shared custreqd lookup turns it into the requested
      *  ship date an order defaults to when none is keyed or
      *  imported.  Added by the CUSTCNVT.CBL record widening, so
      *  records converted from before it existed carry spaces
      *  here; readers guard with a NUMERIC test and custreqd
      *  applies its default.
           03  file-c-lead-days        PIC 9(3).
      *  file-c-group-ref is the group customer reference that ties
      *  this account to the same customer's accounts in the other
      *  companies on the installation -- set from the grpref.dat
      *  deck by CUSTGREF.CBL and matched across companies by the
      *  CUSTGRPC.CBL group consolidation for its credit-exposure
      *  section.  Carved out of the expansion space, so every
      *  record written before it existed carries spaces: no group
      *  reference.
           03  file-c-group-ref        PIC X(8).
      *  file-c-ic-company marks this account as one of our sister
      *  companies on the installation -- the compmast.dat code of
      *  the company that buys under it -- set from the icflag.dat
      *  deck by CUSTICFL.CBL.  Its orders are mirrored into that
      *  company's purchase orders by CUSTICPO.CBL and matched
      *  against them at month end by CUSTICRC.CBL.  Carved out of
      *  the expansion space, so every record written before it
      *  existed carries spaces: an outside customer.
           03  file-c-ic-company       PIC X(3).
      *  file-c-factored marks an account whose invoices we sell to
      *  the factoring company -- set from the factflag.dat deck by
      *  CUSTFACM.CBL.  CUSTFACS assigns its new invoices to the
      *  factor's next schedule, and cash it pays on them is
      *  recorded as due to the factor by the shared custfact
      *  keeper.  Carved out of the expansion space, so every record
      *  written before it existed carries spaces: not factored.
           03  file-c-factored         PIC X.
               88  customer-factored       VALUE "Y".
      *  file-c-pay-mode "A" puts a high-risk account on cash in
      *  advance -- set and cleared from the hold.dat deck by
      *  CUSTHOLD.CBL.  VOCORD and VOCOK take its orders even while
      *  the account is on credit hold, but each new order waits off
      *  the pick list (ord-cia-status in custordr.cpy) until the
      *  cash covering its pro-forma (proforma.ism) comes in.
      *  Carved out of the expansion space, so every record written
      *  before it existed carries spaces: normal credit terms.
           03  file-c-pay-mode         PIC X.
               88  cash-in-advance-account VALUE "A".
      *  file-c-stmt-cycle is the day of the month (01-28) the
      *  account's statement falls due, and file-c-stmt-always "Y"
      *  asks for a statement every cycle even when there is
      *  nothing on it -- both set from the stmtcyc.dat deck by
      *  CUSTCYCM.CBL and acted on by the CUSTSTMT cycle run, which
      *  keeps each account's last statement on stmthist.ism.
      *  Carved out of the expansion space, so every record written
      *  before they existed carries spaces: readers guard with a
      *  NUMERIC test, and no cycle reads as the first of the month.
           03  file-c-stmt-cycle       PIC 99.
           03  file-c-stmt-always      PIC X.
               88  statement-always-wanted VALUE "Y".
      *  file-c-collector names the collector (collmast.ism) who
      *  works this account when it needs chasing -- an explicit
      *  override set from the collect.dat deck by CUSTCOLM.CBL.
      *  Spaces, which every record written before it existed
      *  carries, means the account goes to its area's collector
      *  (area-collector in areamast.cpy) on the nightly CUSTCOLQ
      *  call queue.
           03  file-c-collector        PIC X(3).
      *  file-c-agency-state is where the account stands with the
      *  outside collection agency: "P" placed by the CUSTAGPL run
      *  (the agency, date and what it has collected are on
      *  agplace.ism), "U" handed back uncollectable on the
      *  agency's CUSTAGRM remittance and waiting for CUSTWOFF.
      *  Either way CUSTDUNN sends no letter and CUSTFINC charges
      *  no interest.  A recall puts it back to spaces.
           03  file-c-agency-state     PIC X.
               88  agency-placed           VALUE "P".
               88  agency-uncollectable    VALUE "U".
               88  account-with-agency     VALUE "P" "U".
      *  file-c-language is the language the account's documents
      *  are printed in -- "FR", "ES", "DE" and so on, with the
      *  wording and the date and amount layout for it held on
      *  doctext.ism (see doctext.cpy).  Spaces or "EN" is English,
      *  and so is any language with nothing on file.  Added by the
      *  CUSTCNVG.CBL record widening, so records converted from
      *  before it existed carry spaces here: English.
           03  file-c-language         PIC X(2).
      *  file-c-mail-returned is the date the post office last sent
      *  a statement back undeliverable, stamped from the mailroom's
      *  mailrtn.dat deck by CUSTMRTN.CBL and listed by the CUSTADDV
      *  address sweep until VOCSAVE saves a changed billing address,
      *  which clears it.  Carved out of the expansion space, so
      *  records written before it existed carry spaces: readers
      *  guard with a NUMERIC test.
           03  file-c-mail-returned    PIC 9(8).
      *  Expansion space left by the CUSTCNVG widening, so the next
      *  short fields this record needs can be carved out here
      *  without another conversion run.
           03  FILLER                  PIC X(12).
