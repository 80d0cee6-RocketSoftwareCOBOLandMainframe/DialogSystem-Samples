       01  ddmand-record.
           03  dd-c-code               PIC X(5).
           03  dd-bank-routing         PIC X(9).
      *  dd-bank-account is held encrypted under the custbkac
      *  keeper when dd-acct-form is "E" -- only the CUSTDDCL
      *  collection run decrypts it, to build the bank's file.
      *  Every screen, report and audit image shows it masked to
      *  dd-acct-last4.  A record written before encryption carries
      *  spaces in both new fields and the account in plain; see
      *  CUSTCNVB.CBL for the one-shot that encrypts those in place.
           03  dd-bank-account         PIC X(12).
           03  dd-status               PIC X.
               88  mandate-active          VALUE "A".
               88  mandate-cancelled       VALUE "X".
           03  dd-acct-last4           PIC X(4).
           03  dd-acct-form            PIC X.
               88  account-encrypted       VALUE "E".
      *  Expansion space so the next short field this record needs
      *  can be carved out here without another file conversion.
           03  FILLER                  PIC X(5).
