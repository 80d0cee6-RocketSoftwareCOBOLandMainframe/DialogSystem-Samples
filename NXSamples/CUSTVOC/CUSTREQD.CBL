      $SET ans85 mfoo
      ****************************************************************
      *                                                              *
      * Shared requested-ship-date default.  Every path that lands   *
      * an order or an order line on file without a date the         *
      * customer asked for -- the screen when none is keyed, the     *
      * import when the sender supplies none, standing orders,       *
      * backorder releases and converted quotes -- asks here for the *
      * date the goods are expected to ship: the order date plus     *
      * the account's normal lead time, file-c-lead-days.  An        *
      * account with no lead time set (spaces or zero) gets the      *
      * house default of three days, the way custdue gives a blank   *
      * terms code net-30.                                           *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
      * This demonstration program is provided for use by users of   *
      * Rocket Software products and may be used, modified and       *
      * distributed as part of your application provided that you    *
      * properly acknowledge the copyright of Rocket Software in     *
      * this material.                                               *
      *                                                              *
      ****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custreqd.

       ENVIRONMENT DIVISION.

      ****************************************************
      *                                                  *
      *                                                  *
      *                                                  *
      ****************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       78  default-lead-days               VALUE 3.
       77  reqd-days                   PIC 9(3) COMP.
       77  reqd-julian                 PIC 9(7) COMP.

       LINKAGE SECTION.

      *  reqd-lead-days is the caller's file-c-lead-days, spaces
      *  and all -- the NUMERIC guard lives here, once.
       01  reqd-lead-days              PIC 9(3).
       01  reqd-order-date             PIC 9(8).
       01  reqd-req-date               PIC 9(8).

      ****************************************************
      *                                                  *
      *  Returns reqd-order-date plus the lead time as a   *
      *  full YYYYMMDD date.                               *
      *                                                  *
      ****************************************************

       PROCEDURE DIVISION USING reqd-lead-days, reqd-order-date,
                                 reqd-req-date.

       Main-Process SECTION.

           MOVE default-lead-days TO reqd-days
           IF  reqd-lead-days NUMERIC
               IF  reqd-lead-days > 0
                   MOVE reqd-lead-days TO reqd-days
               END-IF
           END-IF

           COMPUTE reqd-julian =
               FUNCTION INTEGER-OF-DATE(reqd-order-date)
                   + reqd-days
           COMPUTE reqd-req-date =
               FUNCTION DATE-OF-INTEGER(reqd-julian).

           GOBACK.
