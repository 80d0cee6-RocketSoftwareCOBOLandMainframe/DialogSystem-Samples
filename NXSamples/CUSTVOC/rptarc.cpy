      *****************************************************************
      *                                                               *
      * Shared copy of the report repository index record.            *
      * rptarc.ism points into rptarch.dat, where CUSTRARC.CBL files  *
      * an exact copy of every operational report the nightly chain   *
      * and the month-end jobs print -- the aging, the exception      *
      * worklists, the reconciliations, the morning status -- keyed   *
      * by report name, run date and the start time of the            *
      * runctl.dat record that produced it.  Each copy opens in the   *
      * stream with an "@RPT name date time keep-until" marker line.  *
      * VOCRPTV.CBL lists, views and reprints them by name and date   *
      * range; CUSTRPRG.CBL drops each one once its keep-until date   *
      * has passed -- 90 days for a daily report, seven years for a   *
      * month-end or year-end one.                                    *
      *                                                               *
      *****************************************************************
       01  rptarc-record.
           03  rpa-key.
               05  rpa-name            PIC X(8).
               05  rpa-run-date        PIC 9(8).
               05  rpa-run-time        PIC 9(6).
      *  rpa-company is the company.dat marker of the directory the
      *  report was filed in -- spaces on a single-company
      *  installation.
           03  rpa-company             PIC X(3).
      *  The rest of the run-control record: end time and return
      *  code.  rpa-runctl-switch is "N" for a report filed by name
      *  from a job that writes no run-control record, when the
      *  run time is the time it was filed.
           03  rpa-end-time            PIC 9(6).
           03  rpa-rc                  PIC 9(4).
           03  rpa-runctl-switch       PIC X.
               88  rpa-from-runctl         VALUE "Y".
           03  rpa-class               PIC X.
               88  rpa-daily               VALUE "D".
               88  rpa-month-end           VALUE "M".
               88  rpa-year-end            VALUE "Y".
           03  rpa-keep-until          PIC 9(8).
           03  rpa-line-count          PIC 9(7) COMP.
           03  rpa-filed-date          PIC 9(8).
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(10).
