      * "ADJNO   " control record -- which the CUSTSTMT statement    *
      * shows as interest and the CUSTGLEX feed posts under its own  *
      * class.  The register lists every charge posted and every     *
      * exempt account spared.  An account placed with a collection  *
      * agency (file-c-agency-state, set by CUSTAGPL) is spared too  *
      * -- the agency is chasing what was placed, not more.          *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *

       Evaluate-Customer SECTION.

      *  Once placed with an agency the balance is the agency's to
      *  chase as it was placed -- no further interest here.
           IF  account-with-agency
               MOVE SPACES TO detail-line
               MOVE file-c-code TO dl-c-code
               MOVE file-c-name TO dl-name
               MOVE "WITH AGENCY -- NO CHARGE" TO dl-note
               MOVE detail-line TO report-line
               WRITE report-line
               EXIT SECTION
           END-IF

           IF  finance-charge-exempt
               ADD 1 TO accounts-exempted
               MOVE SPACES TO detail-line
